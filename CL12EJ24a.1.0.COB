      *----------------------------------------------------------------*
      * Purpose: Tablero de transmisiones de sucursales. Con el
      *          ultimo envio aceptado de ENVIOS.TXT, el rastro de
      *          transmision de cada corrida de CORRIDAS.TXT y los
      *          archivos de ventas que estan en mano arma en
      *          REPENVIOS.TXT, para cada sucursal A-F que transmite:
      *          ultimo envio y fecha en que se recibio, dias desde
      *          entonces y dias de transmision esperados sin envio
      *          (segun TRANSMITEx de PARAMETROS.TXT; si no se indica,
      *          lunes a viernes para las NUMARCHIVOS sucursales que
      *          procesa CL12EJ01 y ninguno para las demas); el
      *          estado del archivo en mano (vacio, pendiente, ya
      *          procesado, fuera de secuencia)
      *          y los envios salteados, rechazados por
      *          1540-ABORTAR-ENVIO de CL12EJ01 o llegados vacios en
      *          los ultimos ENVDIAS dias (30 si no se indica).
      *          Termina con RETURN-CODE 8 si alguna sucursal necesita
      *          atencion.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL12EJ24.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----El mismo PARAMETROS.TXT de CL12EJ01: de aca se toman los
      *    overrides ENVIOS=, CORRIDAS=, VENTASA= a VENTASF=,
      *    REPENVIOS=, NUMARCHIVOS=, la ventana ENVDIAS= y los dias de
      *    transmision esperados de cada sucursal TRANSMITEA= a
      *    TRANSMITEF= (siete posiciones S/N, de lunes a domingo).
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *----Ultimo envio aceptado de cada sucursal que regraba CL12EJ01
       SELECT ENVIOS
           ASSIGN DYNAMIC WS-NOMBRE-ENVIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENVIOS.

      *----Bitacora de corridas de CL12EJ01 (y de los pasos de la
      *    cadena de CL12EJ15, que aca se saltean)
       SELECT CORRIDAS
           ASSIGN DYNAMIC WS-NOMBRE-CORRIDAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CORRIDAS.

      *----Archivo de ventas en mano de una sucursal; se abre de a
      *    uno, con el nombre de la sucursal que toca
       SELECT VENTAS
           ASSIGN DYNAMIC WS-NOMBRE-VENTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENTAS.

      *----El tablero de transmisiones formateado
       SELECT REPENVIOS
           ASSIGN DYNAMIC WS-NOMBRE-REPENVIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPENVIOS.

      *----------------------------------------------------------------*

       DATA DIVISION.

       FILE SECTION.
      *----Definicion registro del archivo de parametros de corrida
       FD PARAMETROS.
       01 REGISTRO-PARAMETRO                PIC X(80).

      *----Mismo layout que el REGISTRO-ENVIO de CL12EJ01
       FD ENVIOS.
       01 REGISTRO-ENVIO.
          05 ENV-LETRA                   PIC X(01).
          05 ENV-NUMERO                  PIC 9(05).

      *----Mismo layout que el REGISTRO-CORRIDA de CL12EJ01
       FD CORRIDAS.
       01 REGISTRO-CORRIDA.
          05 CORR-NUMERO                 PIC 9(05).
          05 CORR-INICIO-FECHA           PIC 9(08).
          05 CORR-INICIO-HORA            PIC 9(08).
          05 CORR-FIN-FECHA              PIC 9(08).
          05 CORR-FIN-HORA               PIC 9(08).
          05 CORR-NUM-ARCHIVOS           PIC 9(01).
          05 CORR-REINICIAR              PIC X(01).
          05 CORR-SECUENCIA-MODO         PIC X(01).
          05 CORR-FECHA-DESDE            PIC 9(08).
          05 CORR-FECHA-HASTA            PIC 9(08).
          05 CORR-CANT-REG               OCCURS 6 TIMES
                                          PIC 9(05).
          05 CORR-SALIDA-CANT-REG        PIC 9(05).
          05 CORR-RECHAZOS-CANT-REG      PIC 9(05).
          05 CORR-FUERA-RANGO-CANT-REG   PIC 9(05).
          05 CORR-IMPORTE-TOTAL          PIC S9(10)V9(2)
                                          SIGN LEADING SEPARATE.
          05 CORR-ESTADO                 PIC X(30).
          05 CORR-NOMBRES                PIC X(720).
          05 CORR-ENVIO                  OCCURS 6 TIMES
                                          PIC 9(05).
          05 CORR-ENV-ESTADO             OCCURS 6 TIMES
                                          PIC X(01).
          05 CORR-ENV-MOTIVO             PIC X(40).

      *----Imagen cruda de una linea de un archivo de sucursal: solo
      *    interesa el encabezado 'H' (mismo layout que
      *    WS-CTL-ENCABEZADO de CL12EJ01)
       FD VENTAS.
       01 REGISTRO-VENTAS.
          05 VEN-TIPO                    PIC X(01).
          05 VEN-H-LETRA                 PIC X(01).
          05 VEN-H-FECHA-GEN             PIC X(10).
          05 VEN-H-ENVIO                 PIC 9(05).
          05 FILLER                      PIC X(35).

      *----Linea del tablero de transmisiones
       FD REPENVIOS.
       01 LINEA-REPENVIOS               PIC X(120).

      *----------------------------------------------------------------*

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                PIC X(2).
             88 FS-PARAMETROS-OK            VALUE '00'.
             88 FS-PARAMETROS-EOF           VALUE '10'.
             88 FS-PARAMETROS-NOEXISTE      VALUE '35'.
          05 FS-ENVIOS                    PIC X(2).
             88 FS-ENVIOS-OK                VALUE '00'.
             88 FS-ENVIOS-EOF               VALUE '10'.
             88 FS-ENVIOS-NOEXISTE          VALUE '35'.
          05 FS-CORRIDAS                  PIC X(2).
             88 FS-CORRIDAS-OK              VALUE '00'.
             88 FS-CORRIDAS-EOF             VALUE '10'.
             88 FS-CORRIDAS-NOEXISTE        VALUE '35'.
          05 FS-VENTAS                    PIC X(2).
             88 FS-VENTAS-OK                VALUE '00'.
             88 FS-VENTAS-EOF               VALUE '10'.
             88 FS-VENTAS-NOEXISTE          VALUE '35'.
          05 FS-REPENVIOS                 PIC X(2).
             88 FS-REPENVIOS-OK             VALUE '00'.

      *----Nombres de los archivos, con los overrides de
      *    PARAMETROS.TXT aplicados en 0050-LEER-PARAMETROS. Los de
      *    las sucursales son los mismos por defecto de CL12EJ01.
       01 WS-NOMBRE-ENVIOS              PIC X(40)
          VALUE '../ENVIOS.TXT'.
       01 WS-NOMBRE-CORRIDAS            PIC X(40)
          VALUE '../CORRIDAS.TXT'.
       01 WS-NOMBRE-REPENVIOS           PIC X(40)
          VALUE '../REPENVIOS.TXT'.
       01 WS-NOMBRE-VENTAS              PIC X(40).
       01 WS-TABLA-NOMBRES-SUC.
          05 FILLER PIC X(40) VALUE '../VENTASA.TXT'.
          05 FILLER PIC X(40) VALUE '../VENTASB.TXT'.
          05 FILLER PIC X(40) VALUE '../VENTASC.TXT'.
          05 FILLER PIC X(40) VALUE '../VENTASD.TXT'.
          05 FILLER PIC X(40) VALUE '../VENTASE.TXT'.
          05 FILLER PIC X(40) VALUE '../VENTASF.TXT'.
       01 FILLER REDEFINES WS-TABLA-NOMBRES-SUC.
          05 WS-NOMBRE-SUC               OCCURS 6 TIMES
                                          PIC X(40).

      *----Ventana en dias de la historia de envios salteados,
      *    rechazados y vacios
       01 WS-HISTORIA-DIAS              PIC 9(03) VALUE 30.

      *----Cantidad de sucursales que procesa CL12EJ01 (VENTASA a
      *    VENTASD si no se indica NUMARCHIVOS=); las demas no
      *    transmiten salvo que TRANSMITEx diga otra cosa
       01 WS-NUM-ARCHIVOS               PIC 9(01) VALUE 4.
       01 WS-PARM-NUM-AUX               PIC 9(02) VALUE 0.

      *----Campos de trabajo para partir cada linea CLAVE=VALOR del
      *    archivo de parametros.
       01 WS-PARM-LINEA                 PIC X(80).
       01 WS-PARM-CLAVE                 PIC X(20).
       01 WS-PARM-VALOR                 PIC X(40).
       01 WS-PARAMETROS-EOF             PIC X(01) VALUE 'N'.
          88 WS-PARAMETROS-EOF-YES            VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO             VALUE 'N'.

       01 WS-ENVIOS-EOF                 PIC X(01) VALUE 'N'.
          88 WS-ENVIOS-EOF-YES                VALUE 'Y'.
          88 WS-ENVIOS-EOF-NO                 VALUE 'N'.
       01 WS-CORRIDAS-EOF               PIC X(01) VALUE 'N'.
          88 WS-CORRIDAS-EOF-YES              VALUE 'Y'.
          88 WS-CORRIDAS-EOF-NO               VALUE 'N'.

      *----Letras de las sucursales, en el orden de las posiciones
      *    de CL12EJ01 (A=1 .. F=6)
       01 WS-TABLA-LETRAS.
          05 FILLER                      PIC X(06) VALUE 'ABCDEF'.
       01 FILLER REDEFINES WS-TABLA-LETRAS.
          05 WS-LETRA                    OCCURS 6 TIMES
                                          PIC X(01).
       01 WS-IX                         PIC 9(01) COMP.
       01 WS-IX-HALLADO                 PIC 9(01) VALUE 0.
       01 WS-BUSCA-LETRA                PIC X(01).

      *----Nombres de los dias de la semana (lunes a domingo) para
      *    mostrar los dias de transmision esperados
       01 WS-TABLA-DIAS-SEMANA.
          05 FILLER                      PIC X(07) VALUE 'LMXJVSD'.
       01 FILLER REDEFINES WS-TABLA-DIAS-SEMANA.
          05 WS-DIA-SEMANA               OCCURS 7 TIMES
                                          PIC X(01).
       01 WS-DS-IX                      PIC 9(01) COMP.

      *----Situacion de cada sucursal (A=1 .. F=6)
       01 WS-TABLA-SUCURSALES.
          05 WS-SU-DATOS OCCURS 6 TIMES.
      *----Dias en que se espera transmision, S/N de lunes a domingo
             10 WS-SU-DIAS                   PIC X(07).
                88 WS-SU-NO-TRANSMITE        VALUE 'NNNNNNN'.
      *----Ultimo envio aceptado segun ENVIOS.TXT
             10 WS-SU-ULT-ENVIO              PIC 9(05).
      *----Ultimo envio aceptado segun la bitacora y su corrida
             10 WS-SU-ACEP-ENVIO             PIC 9(05).
             10 WS-SU-ACEP-FECHA             PIC 9(08).
             10 WS-SU-ACEP-CORRIDA           PIC 9(05).
      *----Ultima corrida normal con registros de la sucursal, para
      *    las corridas grabadas sin rastro de transmision
             10 WS-SU-REG-FECHA              PIC 9(08).
      *----Ultimo envio rechazado todavia no reemplazado por uno
      *    aceptado
             10 WS-SU-PEND-ENVIO             PIC 9(05).
             10 WS-SU-PEND-MOTIVO            PIC X(40).
             10 WS-SU-PEND-SI                PIC X(01).
      *----Hasta que numero ya se informo un salto de envios
             10 WS-SU-SALTO-HASTA            PIC 9(05).
      *----Fecha de recepcion que se informa y sus dias
             10 WS-SU-FECHA                  PIC 9(08).
             10 WS-SU-FECHA-APROX            PIC X(01).
             10 WS-SU-DIAS-DESDE             PIC 9(05).
             10 WS-SU-FALTANTES              PIC 9(03).
      *----Archivo en mano
             10 WS-SU-ARCH-ESTADO            PIC X(30).
             10 WS-SU-ATENCION               PIC X(01).

      *----Eventos de la bitacora: 'S' envios salteados, 'R'
      *    transmision rechazada, 'V' archivo vacio. La corrida 0 es
      *    el archivo en mano.
       01 WS-EV-CANT                    PIC 9(04) VALUE 0.
       01 WS-EV-IX                      PIC 9(04) COMP.
       01 WS-TABLA-EVENTOS.
          05 WS-EV-DATOS OCCURS 2000 TIMES.
             10 WS-EV-TIPO                   PIC X(01).
             10 WS-EV-SUC                    PIC 9(01).
             10 WS-EV-CORRIDA                PIC 9(05).
             10 WS-EV-FECHA                  PIC 9(08).
             10 WS-EV-DESDE                  PIC 9(05).
             10 WS-EV-HASTA                  PIC 9(05).
             10 WS-EV-MOTIVO                 PIC X(40).

      *----Pedido de 2700-AGREGAR-EVENTO
       01 WS-NV-TIPO                    PIC X(01).
       01 WS-NV-CORRIDA                 PIC 9(05).
       01 WS-NV-FECHA                   PIC 9(08).
       01 WS-NV-DESDE                   PIC 9(05).
       01 WS-NV-HASTA                   PIC 9(05).
       01 WS-NV-MOTIVO                  PIC X(40).

      *----Fecha de hoy y sus dias
       01 WS-FECHA-SISTEMA              PIC 9(08) VALUE 0.
       01 WS-FECHA-SISTEMA-X REDEFINES WS-FECHA-SISTEMA
                                        PIC X(08).
       01 WS-HOY-DIAS                   PIC 9(07) VALUE 0.
       01 WS-DESDE-HISTORIA             PIC S9(07) VALUE 0.

      *----Fecha de inicio de la ultima corrida con archivos de la
      *    bitacora y sus dias: los dias esperados se cuentan hasta
      *    ella (lo que llegue despues lo procesa la proxima)
       01 WS-ULT-CORRIDA-FECHA          PIC 9(08) VALUE 0.
       01 WS-ULT-CORRIDA-FECHA-X REDEFINES WS-ULT-CORRIDA-FECHA
                                        PIC X(08).
       01 WS-ULT-CORRIDA-DIAS           PIC 9(07) VALUE 0.

      *----Dia corrido de un lunes cualquiera (el 01/01/1900), para
      *    sacar el dia de la semana de otro dia corrido
       01 WS-LUNES-DIAS                 PIC 9(07) VALUE 0.
       01 WS-CUENTA-DIAS                PIC 9(07) VALUE 0.
       01 WS-DIF-DIAS                   PIC 9(07) VALUE 0.
       01 WS-SEMANAS                    PIC 9(07) VALUE 0.
       01 WS-RESTO-SEMANA               PIC 9(01) VALUE 0.

      *----Conversion de una fecha AAAAMMDD a numero de dia corrido
      *    (8100-CALCULAR-DIAS), para restar fechas con aritmetica
      *    comun
       01 WS-DIA-FECHA                  PIC X(08).
       01 WS-DIA-FECHA-N REDEFINES WS-DIA-FECHA.
          05 WS-DIA-ANIO                 PIC 9(04).
          05 WS-DIA-MES                  PIC 9(02).
          05 WS-DIA-DIA                  PIC 9(02).
       01 WS-DIA-NUMERO                 PIC 9(07) VALUE 0.
       01 WS-DIA-ANIO-BIS               PIC 9(04) VALUE 0.
       01 WS-DIA-COC-4                  PIC 9(04) VALUE 0.
       01 WS-DIA-COC-100                PIC 9(04) VALUE 0.
       01 WS-DIA-COC-400                PIC 9(04) VALUE 0.
       01 WS-TABLA-ACUM-MES.
          05 FILLER                      PIC X(36)
             VALUE '000031059090120151181212243273304334'.
       01 FILLER REDEFINES WS-TABLA-ACUM-MES.
          05 WS-ACUM-MES                 OCCURS 12 TIMES
                                          PIC 9(03).

      *----Contadores del resumen
       01 WS-CORRIDAS-LEIDAS            PIC 9(05) VALUE 0.
       01 WS-SUC-ACTIVAS                PIC 9(01) VALUE 0.
       01 WS-SUC-ATENCION               PIC 9(01) VALUE 0.
       01 WS-EV-INFORMADOS              PIC 9(04) VALUE 0.

      *----Armado de lineas del reporte
       01 WS-LINEA                      PIC X(120).
       01 WS-DIAS-VISTA                 PIC X(07).
       01 WS-ENVIO-EDIT                 PIC 9(05).
       01 WS-ENVIO-EDIT-2               PIC 9(05).
       01 WS-FECHA-EDIT                 PIC X(10).
       01 WS-DIAS-EDIT                  PIC ZZZZ9.
       01 WS-FALT-EDIT                  PIC ZZ9.
       01 WS-CORR-EDIT                  PIC ZZZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0050-LEER-PARAMETROS
              THRU 0050-LEER-PARAMETROS-EXIT.

           PERFORM 0059-FIJAR-DIAS-DEFECTO
              THRU 0059-FIJAR-DIAS-DEFECTO-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 6.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA-X TO WS-DIA-FECHA.
           PERFORM 8100-CALCULAR-DIAS
              THRU 8100-CALCULAR-DIAS-EXIT.
           MOVE WS-DIA-NUMERO TO WS-HOY-DIAS.
           COMPUTE WS-DESDE-HISTORIA =
                   WS-HOY-DIAS - WS-HISTORIA-DIAS.

           MOVE '19000101' TO WS-DIA-FECHA.
           PERFORM 8100-CALCULAR-DIAS
              THRU 8100-CALCULAR-DIAS-EXIT.
           MOVE WS-DIA-NUMERO TO WS-LUNES-DIAS.

           PERFORM 1000-CARGAR-ENVIOS
              THRU 1000-CARGAR-ENVIOS-EXIT.

           PERFORM 1200-RECORRER-CORRIDAS
              THRU 1200-RECORRER-CORRIDAS-EXIT.

           IF WS-ULT-CORRIDA-FECHA > 0
              MOVE WS-ULT-CORRIDA-FECHA-X TO WS-DIA-FECHA
              PERFORM 8100-CALCULAR-DIAS
                 THRU 8100-CALCULAR-DIAS-EXIT
              MOVE WS-DIA-NUMERO TO WS-ULT-CORRIDA-DIAS
           END-IF.

           PERFORM 1500-REVISAR-ARCHIVO
              THRU 1500-REVISAR-ARCHIVO-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 6.

           PERFORM 2000-EVALUAR-SUCURSAL
              THRU 2000-EVALUAR-SUCURSAL-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 6.

           PERFORM 3000-GENERAR-REPORTE
              THRU 3000-GENERAR-REPORTE-EXIT.

           PERFORM 4000-MOSTRAR-RESUMEN
              THRU 4000-MOSTRAR-RESUMEN-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      *----Lee, si existe, PARAMETROS.TXT y pisa los nombres por
      *    defecto, la ventana y los dias de transmision; mismo
      *    criterio de archivo opcional que CL12EJ01. Los dias quedan
      *    en blanco salvo TRANSMITEx y se completan despues en
      *    0059-FIJAR-DIAS-DEFECTO, asi el orden de las lineas
      *    NUMARCHIVOS y TRANSMITEx en el archivo no importa.
       0050-LEER-PARAMETROS.

           INITIALIZE WS-TABLA-SUCURSALES.

           OPEN INPUT PARAMETROS.

           IF FS-PARAMETROS-NOEXISTE
              GO TO 0050-LEER-PARAMETROS-EXIT
           END-IF.

           IF NOT FS-PARAMETROS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PARAMETROS'
              DISPLAY 'FILE STATUS: ' FS-PARAMETROS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-PARAMETROS-EOF.

           PERFORM 0055-LEER-PARAMETROS-UNO
              THRU 0055-LEER-PARAMETROS-UNO-EXIT
              UNTIL WS-PARAMETROS-EOF-YES.

           CLOSE PARAMETROS.

       0050-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       0055-LEER-PARAMETROS-UNO.

           READ PARAMETROS INTO WS-PARM-LINEA.

           IF FS-PARAMETROS-EOF
              MOVE 'Y' TO WS-PARAMETROS-EOF
              GO TO 0055-LEER-PARAMETROS-UNO-EXIT
           END-IF.

           IF NOT FS-PARAMETROS-OK
              DISPLAY 'ERROR AL LEER EL ARCHIVO DE PARAMETROS'
              DISPLAY 'FILE STATUS: ' FS-PARAMETROS
              STOP RUN
           END-IF.

           IF WS-PARM-LINEA(1:1) = '*' OR WS-PARM-LINEA = SPACES
              GO TO 0055-LEER-PARAMETROS-UNO-EXIT
           END-IF.

           UNSTRING WS-PARM-LINEA DELIMITED BY '='
               INTO WS-PARM-CLAVE WS-PARM-VALOR.

           EVALUATE WS-PARM-CLAVE
               WHEN 'ENVIOS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-ENVIOS
               WHEN 'CORRIDAS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-CORRIDAS
               WHEN 'REPENVIOS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-REPENVIOS
               WHEN 'VENTASA'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUC(1)
               WHEN 'VENTASB'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUC(2)
               WHEN 'VENTASC'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUC(3)
               WHEN 'VENTASD'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUC(4)
               WHEN 'VENTASE'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUC(5)
               WHEN 'VENTASF'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUC(6)
               WHEN 'ENVDIAS'
                    IF WS-PARM-VALOR(1:3) NUMERIC
                       MOVE WS-PARM-VALOR(1:3) TO WS-HISTORIA-DIAS
                    ELSE
                       DISPLAY 'ENVDIAS INVALIDO, SE IGNORA: '
                               WS-PARM-VALOR
                    END-IF
               WHEN 'NUMARCHIVOS'
                    PERFORM 0057-FIJAR-NUMARCHIVOS
                       THRU 0057-FIJAR-NUMARCHIVOS-EXIT
               WHEN 'TRANSMITEA'
               WHEN 'TRANSMITEB'
               WHEN 'TRANSMITEC'
               WHEN 'TRANSMITED'
               WHEN 'TRANSMITEE'
               WHEN 'TRANSMITEF'
                    PERFORM 0058-FIJAR-TRANSMITE
                       THRU 0058-FIJAR-TRANSMITE-EXIT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       0055-LEER-PARAMETROS-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----NUMARCHIVOS con la misma validacion que
      *    0058-FIJAR-NUMARCHIVOS de CL12EJ01: valor completo de uno o
      *    dos digitos entre 1 y 6; fuera de rango o no numerico se
      *    ignora y queda el valor anterior.
       0057-FIJAR-NUMARCHIVOS.

           MOVE 0 TO WS-PARM-NUM-AUX.

           IF WS-PARM-VALOR(1:2) NUMERIC
              MOVE WS-PARM-VALOR(1:2) TO WS-PARM-NUM-AUX
           ELSE
              IF WS-PARM-VALOR(1:1) NUMERIC
                 MOVE WS-PARM-VALOR(1:1) TO WS-PARM-NUM-AUX
              END-IF
           END-IF.

           IF WS-PARM-NUM-AUX >= 1 AND WS-PARM-NUM-AUX <= 6
              MOVE WS-PARM-NUM-AUX TO WS-NUM-ARCHIVOS
           ELSE
              DISPLAY 'NUMARCHIVOS INVALIDO EN PARAMETROS, SE IGNORA: '
                      WS-PARM-VALOR
           END-IF.

       0057-FIJAR-NUMARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----TRANSMITEx=SSSSSNN: dias de lunes a domingo en que la
      *    sucursal x transmite. NNNNNNN es una sucursal cerrada o
      *    que no transmite, que no se controla.
       0058-FIJAR-TRANSMITE.

           MOVE WS-PARM-CLAVE(10:1) TO WS-BUSCA-LETRA.
           PERFORM 2900-UBICAR-LETRA
              THRU 2900-UBICAR-LETRA-EXIT.

           INSPECT WS-PARM-VALOR(1:7) REPLACING ALL 's' BY 'S'
                                                ALL 'n' BY 'N'.

           IF WS-PARM-VALOR(1:7) IS NOT ALPHABETIC
              OR WS-PARM-VALOR(8:1) NOT = SPACE
              DISPLAY WS-PARM-CLAVE ' INVALIDO, SE IGNORA: '
                      WS-PARM-VALOR
              GO TO 0058-FIJAR-TRANSMITE-EXIT
           END-IF.

           MOVE 0 TO WS-DS-IX.
           INSPECT WS-PARM-VALOR(1:7) TALLYING WS-DS-IX
               FOR ALL 'S' ALL 'N'.

           IF WS-DS-IX NOT = 7
              DISPLAY WS-PARM-CLAVE ' INVALIDO, SE IGNORA: '
                      WS-PARM-VALOR
              GO TO 0058-FIJAR-TRANSMITE-EXIT
           END-IF.

           MOVE WS-PARM-VALOR(1:7) TO WS-SU-DIAS(WS-IX-HALLADO).

       0058-FIJAR-TRANSMITE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Dias por defecto de la sucursal WS-IX sin TRANSMITEx: lunes
      *    a viernes si es una de las NUMARCHIVOS que procesa CL12EJ01;
      *    las posiciones reservadas no transmiten y no se controlan.
       0059-FIJAR-DIAS-DEFECTO.

           IF WS-SU-DIAS(WS-IX) NOT = SPACES
              GO TO 0059-FIJAR-DIAS-DEFECTO-EXIT
           END-IF.

           IF WS-IX > WS-NUM-ARCHIVOS
              MOVE 'NNNNNNN' TO WS-SU-DIAS(WS-IX)
           ELSE
              MOVE 'SSSSSNN' TO WS-SU-DIAS(WS-IX)
           END-IF.

       0059-FIJAR-DIAS-DEFECTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga el ultimo envio aceptado de cada sucursal. Sin
      *    ENVIOS.TXT (CL12EJ01 todavia no acepto ninguno) todas
      *    quedan en 0.
       1000-CARGAR-ENVIOS.

           OPEN INPUT ENVIOS.

           IF FS-ENVIOS-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-ENVIOS
              GO TO 1000-CARGAR-ENVIOS-EXIT
           END-IF.

           IF NOT FS-ENVIOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE ENVIOS'
              DISPLAY 'FILE STATUS: ' FS-ENVIOS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-ENVIOS-EOF.

           PERFORM 1050-CARGAR-ENVIO-UNO
              THRU 1050-CARGAR-ENVIO-UNO-EXIT
              UNTIL WS-ENVIOS-EOF-YES.

           CLOSE ENVIOS.

       1000-CARGAR-ENVIOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-CARGAR-ENVIO-UNO.

           READ ENVIOS.

           IF FS-ENVIOS-EOF
              SET WS-ENVIOS-EOF-YES TO TRUE
              GO TO 1050-CARGAR-ENVIO-UNO-EXIT
           END-IF.

           IF NOT FS-ENVIOS-OK
              DISPLAY 'ERROR AL LEER EL ARCHIVO DE ENVIOS'
              DISPLAY 'FILE STATUS: ' FS-ENVIOS
              STOP RUN
           END-IF.

           MOVE ENV-LETRA TO WS-BUSCA-LETRA.
           PERFORM 2900-UBICAR-LETRA
              THRU 2900-UBICAR-LETRA-EXIT.

           IF WS-IX-HALLADO = 0 OR ENV-NUMERO NOT NUMERIC
              DISPLAY 'ENVIO CON LETRA DESCONOCIDA, SE IGNORA: '
                      REGISTRO-ENVIO
              GO TO 1050-CARGAR-ENVIO-UNO-EXIT
           END-IF.

           MOVE ENV-NUMERO TO WS-SU-ULT-ENVIO(WS-IX-HALLADO).

       1050-CARGAR-ENVIO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Recorre la bitacora en orden de grabacion (cronologico) y
      *    reconstruye, sucursal por sucursal, los envios aceptados,
      *    los saltos de numeracion, los rechazos y los vacios.
       1200-RECORRER-CORRIDAS.

           OPEN INPUT CORRIDAS.

           IF FS-CORRIDAS-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-CORRIDAS
              GO TO 1200-RECORRER-CORRIDAS-EXIT
           END-IF.

           IF NOT FS-CORRIDAS-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA DE CORRIDAS'
              DISPLAY 'FILE STATUS: ' FS-CORRIDAS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-CORRIDAS-EOF.

           PERFORM 1250-PROCESAR-CORRIDA
              THRU 1250-PROCESAR-CORRIDA-EXIT
              UNTIL WS-CORRIDAS-EOF-YES.

           CLOSE CORRIDAS.

       1200-RECORRER-CORRIDAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-PROCESAR-CORRIDA.

           MOVE SPACES TO REGISTRO-CORRIDA.

           READ CORRIDAS.

           IF FS-CORRIDAS-EOF
              SET WS-CORRIDAS-EOF-YES TO TRUE
              GO TO 1250-PROCESAR-CORRIDA-EXIT
           END-IF.

           IF NOT FS-CORRIDAS-OK
              DISPLAY 'ERROR AL LEER LA BITACORA DE CORRIDAS'
              DISPLAY 'FILE STATUS: ' FS-CORRIDAS
              STOP RUN
           END-IF.

      *----Los pasos de la cadena (CL12EJ15) no procesan archivos
           IF CORR-NUM-ARCHIVOS NOT NUMERIC
              OR CORR-NUM-ARCHIVOS = 0
              OR CORR-INICIO-FECHA NOT NUMERIC
              GO TO 1250-PROCESAR-CORRIDA-EXIT
           END-IF.

           ADD 1 TO WS-CORRIDAS-LEIDAS.

           IF CORR-INICIO-FECHA > WS-ULT-CORRIDA-FECHA
              MOVE CORR-INICIO-FECHA TO WS-ULT-CORRIDA-FECHA
           END-IF.

           PERFORM 1300-PROCESAR-SUCURSAL
              THRU 1300-PROCESAR-SUCURSAL-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 6.

       1250-PROCESAR-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Lo que dejo la corrida para la sucursal WS-IX
       1300-PROCESAR-SUCURSAL.

           MOVE CORR-NUMERO       TO WS-NV-CORRIDA.
           MOVE CORR-INICIO-FECHA TO WS-NV-FECHA.

      *----Corrida grabada antes del rastro de transmision: solo se
      *    sabe que hubo registros de la sucursal
           IF CORR-ENVIO(WS-IX) NOT NUMERIC
              IF CORR-ESTADO = 'NORMAL'
                 AND CORR-CANT-REG(WS-IX) NUMERIC
                 AND CORR-CANT-REG(WS-IX) > 0
                 MOVE CORR-INICIO-FECHA TO WS-SU-REG-FECHA(WS-IX)
              END-IF
              GO TO 1300-PROCESAR-SUCURSAL-EXIT
           END-IF.

           EVALUATE CORR-ENV-ESTADO(WS-IX)
               WHEN 'E'
      *----Un envio leido en una corrida abortada por otra causa no
      *    quedo aceptado: vuelve a llegar en la proxima
                    IF CORR-ESTADO NOT = 'NORMAL'
                       GO TO 1300-PROCESAR-SUCURSAL-EXIT
                    END-IF
                    PERFORM 1350-CONTROLAR-SALTO
                       THRU 1350-CONTROLAR-SALTO-EXIT
                    MOVE CORR-ENVIO(WS-IX)
                      TO WS-SU-ACEP-ENVIO(WS-IX)
                    MOVE CORR-INICIO-FECHA
                      TO WS-SU-ACEP-FECHA(WS-IX)
                    MOVE CORR-NUMERO
                      TO WS-SU-ACEP-CORRIDA(WS-IX)
                    MOVE CORR-INICIO-FECHA
                      TO WS-SU-REG-FECHA(WS-IX)
                    IF CORR-ENVIO(WS-IX) >= WS-SU-PEND-ENVIO(WS-IX)
                       MOVE 'N' TO WS-SU-PEND-SI(WS-IX)
                    END-IF
               WHEN 'R'
                    IF CORR-ENVIO(WS-IX) > 0
                       PERFORM 1350-CONTROLAR-SALTO
                          THRU 1350-CONTROLAR-SALTO-EXIT
                    END-IF
                    MOVE 'R'               TO WS-NV-TIPO
                    MOVE CORR-ENVIO(WS-IX) TO WS-NV-DESDE
                    MOVE CORR-ENVIO(WS-IX) TO WS-NV-HASTA
                    MOVE CORR-ENV-MOTIVO   TO WS-NV-MOTIVO
                    PERFORM 2700-AGREGAR-EVENTO
                       THRU 2700-AGREGAR-EVENTO-EXIT
                    MOVE 'S'               TO WS-SU-PEND-SI(WS-IX)
                    MOVE CORR-ENVIO(WS-IX) TO WS-SU-PEND-ENVIO(WS-IX)
                    MOVE CORR-ENV-MOTIVO   TO WS-SU-PEND-MOTIVO(WS-IX)
               WHEN 'V'
                    MOVE 'V'               TO WS-NV-TIPO
                    MOVE 0                 TO WS-NV-DESDE
                    MOVE 0                 TO WS-NV-HASTA
                    MOVE 'ARCHIVO PRESENTE PERO VACIO'
                      TO WS-NV-MOTIVO
                    PERFORM 2700-AGREGAR-EVENTO
                       THRU 2700-AGREGAR-EVENTO-EXIT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       1300-PROCESAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Un envio que no es el siguiente del ultimo aceptado deja
      *    salteados los numeros intermedios; cada salto se informa
      *    una sola vez aunque el envio se rechace varias corridas.
       1350-CONTROLAR-SALTO.

           IF WS-SU-ACEP-ENVIO(WS-IX) = 0
              GO TO 1350-CONTROLAR-SALTO-EXIT
           END-IF.

           IF CORR-ENVIO(WS-IX) <= WS-SU-ACEP-ENVIO(WS-IX) + 1
              GO TO 1350-CONTROLAR-SALTO-EXIT
           END-IF.

           COMPUTE WS-NV-HASTA = CORR-ENVIO(WS-IX) - 1.

           IF WS-NV-HASTA <= WS-SU-SALTO-HASTA(WS-IX)
              GO TO 1350-CONTROLAR-SALTO-EXIT
           END-IF.

           COMPUTE WS-NV-DESDE = WS-SU-ACEP-ENVIO(WS-IX) + 1.

           IF WS-NV-DESDE <= WS-SU-SALTO-HASTA(WS-IX)
              COMPUTE WS-NV-DESDE = WS-SU-SALTO-HASTA(WS-IX) + 1
           END-IF.

           MOVE 'S'         TO WS-NV-TIPO.
           MOVE 'NUMEROS DE ENVIO SIN RECIBIR' TO WS-NV-MOTIVO.
           PERFORM 2700-AGREGAR-EVENTO
              THRU 2700-AGREGAR-EVENTO-EXIT.

           MOVE WS-NV-HASTA TO WS-SU-SALTO-HASTA(WS-IX).

       1350-CONTROLAR-SALTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Mira el archivo en mano de la sucursal WS-IX: si esta, si
      *    esta vacio y que envio trae en su encabezado
       1500-REVISAR-ARCHIVO.

           MOVE 'N' TO WS-SU-ATENCION(WS-IX).

           IF WS-SU-NO-TRANSMITE(WS-IX)
              MOVE 'NO TRANSMITE' TO WS-SU-ARCH-ESTADO(WS-IX)
              GO TO 1500-REVISAR-ARCHIVO-EXIT
           END-IF.

           MOVE WS-NOMBRE-SUC(WS-IX) TO WS-NOMBRE-VENTAS.

           OPEN INPUT VENTAS.

           IF FS-VENTAS-NOEXISTE
              MOVE 'SIN ARCHIVO EN MANO' TO WS-SU-ARCH-ESTADO(WS-IX)
              GO TO 1500-REVISAR-ARCHIVO-EXIT
           END-IF.

           IF NOT FS-VENTAS-OK
              DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-VENTAS
              DISPLAY 'FILE STATUS: ' FS-VENTAS
              MOVE 'ERROR AL ABRIR' TO WS-SU-ARCH-ESTADO(WS-IX)
              MOVE 'S' TO WS-SU-ATENCION(WS-IX)
              GO TO 1500-REVISAR-ARCHIVO-EXIT
           END-IF.

           MOVE SPACES TO REGISTRO-VENTAS.

           READ VENTAS.

           EVALUATE TRUE
               WHEN FS-VENTAS-EOF
                    MOVE 'PRESENTE PERO VACIO'
                      TO WS-SU-ARCH-ESTADO(WS-IX)
                    MOVE 'S' TO WS-SU-ATENCION(WS-IX)
                    MOVE 'V'               TO WS-NV-TIPO
                    MOVE 0                 TO WS-NV-CORRIDA
                    MOVE WS-FECHA-SISTEMA  TO WS-NV-FECHA
                    MOVE 0                 TO WS-NV-DESDE
                    MOVE 0                 TO WS-NV-HASTA
                    MOVE 'ARCHIVO EN MANO PRESENTE PERO VACIO'
                      TO WS-NV-MOTIVO
                    PERFORM 2700-AGREGAR-EVENTO
                       THRU 2700-AGREGAR-EVENTO-EXIT
               WHEN NOT FS-VENTAS-OK
                    DISPLAY 'ERROR AL LEER ' WS-NOMBRE-VENTAS
                    DISPLAY 'FILE STATUS: ' FS-VENTAS
                    MOVE 'ERROR AL LEER' TO WS-SU-ARCH-ESTADO(WS-IX)
                    MOVE 'S' TO WS-SU-ATENCION(WS-IX)
               WHEN VEN-TIPO NOT = 'H' OR VEN-H-ENVIO NOT NUMERIC
                    MOVE 'SIN ENCABEZADO H VALIDO'
                      TO WS-SU-ARCH-ESTADO(WS-IX)
                    MOVE 'S' TO WS-SU-ATENCION(WS-IX)
               WHEN OTHER
                    PERFORM 1550-CLASIFICAR-ENVIO
                       THRU 1550-CLASIFICAR-ENVIO-EXIT
           END-EVALUATE.

           CLOSE VENTAS.

       1500-REVISAR-ARCHIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Compara el envio del archivo en mano con el ultimo
      *    aceptado, con el mismo criterio de 1525-PROCESAR-ENCABEZADO
      *    de CL12EJ01
       1550-CLASIFICAR-ENVIO.

           MOVE VEN-H-ENVIO TO WS-ENVIO-EDIT.
           MOVE SPACES TO WS-SU-ARCH-ESTADO(WS-IX).

           EVALUATE TRUE
               WHEN WS-SU-ULT-ENVIO(WS-IX) = 0
                    OR VEN-H-ENVIO = WS-SU-ULT-ENVIO(WS-IX) + 1
                    STRING 'ENVIO ' WS-ENVIO-EDIT ' A PROCESAR'
                        DELIMITED BY SIZE
                        INTO WS-SU-ARCH-ESTADO(WS-IX)
               WHEN VEN-H-ENVIO <= WS-SU-ULT-ENVIO(WS-IX)
                    STRING 'ENVIO ' WS-ENVIO-EDIT ' YA PROCESADO'
                        DELIMITED BY SIZE
                        INTO WS-SU-ARCH-ESTADO(WS-IX)
               WHEN OTHER
                    STRING 'ENVIO ' WS-ENVIO-EDIT ' FUERA DE SECUENCIA'
                        DELIMITED BY SIZE
                        INTO WS-SU-ARCH-ESTADO(WS-IX)
                    MOVE 'S' TO WS-SU-ATENCION(WS-IX)
                    IF WS-SU-SALTO-HASTA(WS-IX) < VEN-H-ENVIO - 1
                       MOVE 'S' TO WS-NV-TIPO
                       MOVE 0   TO WS-NV-CORRIDA
                       MOVE WS-FECHA-SISTEMA TO WS-NV-FECHA
                       COMPUTE WS-NV-DESDE =
                               WS-SU-ULT-ENVIO(WS-IX) + 1
                       IF WS-NV-DESDE <= WS-SU-SALTO-HASTA(WS-IX)
                          COMPUTE WS-NV-DESDE =
                                  WS-SU-SALTO-HASTA(WS-IX) + 1
                       END-IF
                       COMPUTE WS-NV-HASTA = VEN-H-ENVIO - 1
                       MOVE 'NUMEROS DE ENVIO SIN RECIBIR'
                         TO WS-NV-MOTIVO
                       PERFORM 2700-AGREGAR-EVENTO
                          THRU 2700-AGREGAR-EVENTO-EXIT
                    END-IF
           END-EVALUATE.

       1550-CLASIFICAR-ENVIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Fecha del ultimo envio, dias desde entonces y dias de
      *    transmision esperados sin envio de la sucursal WS-IX
       2000-EVALUAR-SUCURSAL.

           MOVE 0   TO WS-SU-FECHA(WS-IX).
           MOVE 0   TO WS-SU-DIAS-DESDE(WS-IX).
           MOVE 0   TO WS-SU-FALTANTES(WS-IX).
           MOVE 'N' TO WS-SU-FECHA-APROX(WS-IX).

           IF WS-SU-NO-TRANSMITE(WS-IX)
              GO TO 2000-EVALUAR-SUCURSAL-EXIT
           END-IF.

           ADD 1 TO WS-SUC-ACTIVAS.

      *----La fecha exacta es la de la corrida que acepto el envio
      *    que figura en ENVIOS.TXT; si la bitacora no la tiene, la
      *    de la ultima corrida normal con registros de la sucursal
           EVALUATE TRUE
               WHEN WS-SU-ACEP-ENVIO(WS-IX) > 0
                    AND WS-SU-ACEP-ENVIO(WS-IX) =
                        WS-SU-ULT-ENVIO(WS-IX)
                    MOVE WS-SU-ACEP-FECHA(WS-IX)
                      TO WS-SU-FECHA(WS-IX)
               WHEN WS-SU-REG-FECHA(WS-IX) > 0
                    MOVE WS-SU-REG-FECHA(WS-IX)
                      TO WS-SU-FECHA(WS-IX)
                    MOVE 'S' TO WS-SU-FECHA-APROX(WS-IX)
               WHEN OTHER
                    MOVE 'S' TO WS-SU-ATENCION(WS-IX)
                    GO TO 2000-EVALUAR-SUCURSAL-EXIT
           END-EVALUATE.

           MOVE WS-SU-FECHA(WS-IX) TO WS-DIA-FECHA.
           PERFORM 8100-CALCULAR-DIAS
              THRU 8100-CALCULAR-DIAS-EXIT.

           IF WS-DIA-NUMERO = 0 OR WS-DIA-NUMERO > WS-HOY-DIAS
              GO TO 2000-EVALUAR-SUCURSAL-EXIT
           END-IF.

           COMPUTE WS-SU-DIAS-DESDE(WS-IX) =
                   WS-HOY-DIAS - WS-DIA-NUMERO.

      *----Cuenta los dias esperados posteriores al ultimo envio
      *    hasta el de la ultima corrida incluido: la corrida de la
      *    noche anterior ya proceso lo de ese dia y el envio de hoy
      *    todavia no tuvo corrida que lo tome
           COMPUTE WS-CUENTA-DIAS = WS-DIA-NUMERO + 1.

           PERFORM 2050-CONTAR-DIA-ESPERADO
              THRU 2050-CONTAR-DIA-ESPERADO-EXIT
              UNTIL WS-CUENTA-DIAS > WS-ULT-CORRIDA-DIAS
                 OR WS-SU-FALTANTES(WS-IX) = 999.

           IF WS-SU-FALTANTES(WS-IX) > 0
              OR WS-SU-PEND-SI(WS-IX) = 'S'
              MOVE 'S' TO WS-SU-ATENCION(WS-IX)
           END-IF.

       2000-EVALUAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2050-CONTAR-DIA-ESPERADO.

           COMPUTE WS-DIF-DIAS = WS-CUENTA-DIAS - WS-LUNES-DIAS.
           DIVIDE WS-DIF-DIAS BY 7 GIVING WS-SEMANAS
                  REMAINDER WS-RESTO-SEMANA.
           COMPUTE WS-DS-IX = WS-RESTO-SEMANA + 1.

           IF WS-SU-DIAS(WS-IX)(WS-DS-IX:1) = 'S'
              ADD 1 TO WS-SU-FALTANTES(WS-IX)
           END-IF.

           ADD 1 TO WS-CUENTA-DIAS.

       2050-CONTAR-DIA-ESPERADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Agrega un evento WS-NV-xxx de la sucursal WS-IX. Solo se
      *    guardan los de la ventana ENVDIAS: la bitacora crece sin
      *    fin y la tabla no tiene que llenarse con historia vieja.
       2700-AGREGAR-EVENTO.

           MOVE WS-NV-FECHA TO WS-DIA-FECHA.
           PERFORM 8100-CALCULAR-DIAS
              THRU 8100-CALCULAR-DIAS-EXIT.

           IF WS-DIA-NUMERO < WS-DESDE-HISTORIA
              GO TO 2700-AGREGAR-EVENTO-EXIT
           END-IF.

           IF WS-EV-CANT >= 2000
              DISPLAY 'TABLA DE EVENTOS LLENA (MAXIMO 2000)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-EV-CANT.
           MOVE WS-NV-TIPO    TO WS-EV-TIPO(WS-EV-CANT).
           MOVE WS-IX         TO WS-EV-SUC(WS-EV-CANT).
           MOVE WS-NV-CORRIDA TO WS-EV-CORRIDA(WS-EV-CANT).
           MOVE WS-NV-FECHA   TO WS-EV-FECHA(WS-EV-CANT).
           MOVE WS-NV-DESDE   TO WS-EV-DESDE(WS-EV-CANT).
           MOVE WS-NV-HASTA   TO WS-EV-HASTA(WS-EV-CANT).
           MOVE WS-NV-MOTIVO  TO WS-EV-MOTIVO(WS-EV-CANT).

       2700-AGREGAR-EVENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Ubica la posicion de WS-BUSCA-LETRA en WS-TABLA-LETRAS
      *    (0 si no es una sucursal A-F)
       2900-UBICAR-LETRA.

           MOVE 0 TO WS-IX-HALLADO.

           PERFORM 2950-UBICAR-LETRA-UNO
              THRU 2950-UBICAR-LETRA-UNO-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 6.

       2900-UBICAR-LETRA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2950-UBICAR-LETRA-UNO.

           IF WS-LETRA(WS-IX) = WS-BUSCA-LETRA
              MOVE WS-IX TO WS-IX-HALLADO
           END-IF.

       2950-UBICAR-LETRA-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Graba el tablero: situacion por sucursal, archivos en
      *    mano e historia de envios salteados, rechazados y vacios
       3000-GENERAR-REPORTE.

           OPEN OUTPUT REPENVIOS.

           IF NOT FS-REPENVIOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPENVIOS'
              DISPLAY 'FILE STATUS: ' FS-REPENVIOS
      * SI NO ABRE EL ARCHIVO DE SALIDA DETENGO EL PROCESO
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINEA.
           STRING 'ESTADO DE TRANSMISIONES DE SUCURSALES AL '
                  WS-FECHA-SISTEMA-X(7:2) '/'
                  WS-FECHA-SISTEMA-X(5:2) '/'
                  WS-FECHA-SISTEMA-X(1:4)
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE ALL '-' TO WS-LINEA(1:100).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES           TO WS-LINEA.
           MOVE 'SUC'            TO WS-LINEA(1:3).
           MOVE 'DIAS'           TO WS-LINEA(5:4).
           MOVE 'ULT.ENVIO'      TO WS-LINEA(13:9).
           MOVE 'RECIBIDO'       TO WS-LINEA(23:8).
           MOVE 'DIAS'           TO WS-LINEA(36:4).
           MOVE 'FALTAN'         TO WS-LINEA(41:6).
           MOVE 'ESTADO'         TO WS-LINEA(48:6).
           MOVE 'ARCHIVO EN MANO' TO WS-LINEA(80:15).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3100-GRABAR-SUCURSAL
              THRU 3100-GRABAR-SUCURSAL-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 6.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE '  DIAS: DE LUNES A DOMINGO (- = NO TRANSMITE). '
             TO WS-LINEA.
           MOVE 'RECIBIDO CON * = FECHA APROXIMADA (CORRIDA SIN '
             TO WS-LINEA(48:47).
           MOVE 'RASTRO)' TO WS-LINEA(95:7).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-HISTORIA-DIAS TO WS-FALT-EDIT.
           MOVE SPACES TO WS-LINEA.
           STRING 'ENVIOS SALTEADOS, RECHAZADOS Y VACIOS DE LOS '
                  'ULTIMOS ' WS-FALT-EDIT ' DIAS'
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE ALL '-' TO WS-LINEA(1:100).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES           TO WS-LINEA.
           MOVE 'FECHA'          TO WS-LINEA(1:5).
           MOVE 'CORRIDA'        TO WS-LINEA(12:7).
           MOVE 'SUC'            TO WS-LINEA(20:3).
           MOVE 'HECHO'          TO WS-LINEA(24:5).
           MOVE 'ENVIOS'         TO WS-LINEA(35:6).
           MOVE 'DETALLE'        TO WS-LINEA(51:7).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3300-GRABAR-EVENTO
              THRU 3300-GRABAR-EVENTO-EXIT
             VARYING WS-EV-IX FROM 1 BY 1
               UNTIL WS-EV-IX > WS-EV-CANT.

           IF WS-EV-INFORMADOS = 0
              MOVE '  SIN NOVEDADES' TO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-EXIT
           END-IF.

           CLOSE REPENVIOS.

           IF NOT FS-REPENVIOS-OK
              DISPLAY 'ERROR EN CLOSE DE REPENVIOS: ' FS-REPENVIOS
           END-IF.

       3000-GENERAR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Renglon de la sucursal WS-IX. Las que no transmiten no
      *    se listan.
       3100-GRABAR-SUCURSAL.

           IF WS-SU-NO-TRANSMITE(WS-IX)
              GO TO 3100-GRABAR-SUCURSAL-EXIT
           END-IF.

           IF WS-SU-ATENCION(WS-IX) = 'S'
              ADD 1 TO WS-SUC-ATENCION
           END-IF.

           PERFORM 3150-ARMAR-DIAS-UNO
              THRU 3150-ARMAR-DIAS-UNO-EXIT
             VARYING WS-DS-IX FROM 1 BY 1
               UNTIL WS-DS-IX > 7.

           MOVE SPACES                    TO WS-LINEA.
           MOVE WS-LETRA(WS-IX)           TO WS-LINEA(2:1).
           MOVE WS-DIAS-VISTA             TO WS-LINEA(5:7).

           IF WS-SU-ULT-ENVIO(WS-IX) > 0
              MOVE WS-SU-ULT-ENVIO(WS-IX) TO WS-ENVIO-EDIT
              MOVE WS-ENVIO-EDIT          TO WS-LINEA(15:5)
           ELSE
              MOVE '-'                    TO WS-LINEA(17:1)
           END-IF.

           IF WS-SU-FECHA(WS-IX) = 0
              MOVE 'SIN ENVIOS REGISTRADOS' TO WS-LINEA(48:30)
           ELSE
              PERFORM 3120-ARMAR-RECEPCION
                 THRU 3120-ARMAR-RECEPCION-EXIT
           END-IF.

           MOVE WS-SU-ARCH-ESTADO(WS-IX) TO WS-LINEA(80:30).

           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

      *----El motivo del rechazo pendiente va en un renglon aparte
           IF WS-SU-PEND-SI(WS-IX) = 'S'
              MOVE SPACES TO WS-LINEA
              MOVE 'MOTIVO: '               TO WS-LINEA(48:8)
              MOVE WS-SU-PEND-MOTIVO(WS-IX) TO WS-LINEA(56:40)
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-EXIT
           END-IF.

       3100-GRABAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Fecha de recepcion, dias y estado de la sucursal WS-IX
       3120-ARMAR-RECEPCION.

           MOVE SPACES TO WS-FECHA-EDIT.
           STRING WS-SU-FECHA(WS-IX)(7:2) '/'
                  WS-SU-FECHA(WS-IX)(5:2) '/'
                  WS-SU-FECHA(WS-IX)(1:4)
               DELIMITED BY SIZE INTO WS-FECHA-EDIT.
           MOVE WS-FECHA-EDIT TO WS-LINEA(23:10).

           IF WS-SU-FECHA-APROX(WS-IX) = 'S'
              MOVE '*' TO WS-LINEA(33:1)
           END-IF.

           MOVE WS-SU-DIAS-DESDE(WS-IX) TO WS-DIAS-EDIT.
           MOVE WS-DIAS-EDIT            TO WS-LINEA(35:5).
           MOVE WS-SU-FALTANTES(WS-IX)  TO WS-FALT-EDIT.
           MOVE WS-FALT-EDIT            TO WS-LINEA(44:3).

           EVALUATE TRUE
               WHEN WS-SU-PEND-SI(WS-IX) = 'S'
                    MOVE WS-SU-PEND-ENVIO(WS-IX) TO WS-ENVIO-EDIT
                    STRING 'ENVIO ' WS-ENVIO-EDIT ' RECHAZADO'
                        DELIMITED BY SIZE INTO WS-LINEA(48:30)
               WHEN WS-SU-FALTANTES(WS-IX) > 0
                    MOVE 'ATRASADA' TO WS-LINEA(48:30)
               WHEN OTHER
                    MOVE 'AL DIA'   TO WS-LINEA(48:30)
           END-EVALUATE.

       3120-ARMAR-RECEPCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3150-ARMAR-DIAS-UNO.

           IF WS-SU-DIAS(WS-IX)(WS-DS-IX:1) = 'S'
              MOVE WS-DIA-SEMANA(WS-DS-IX) TO WS-DIAS-VISTA(WS-DS-IX:1)
           ELSE
              MOVE '-'                     TO WS-DIAS-VISTA(WS-DS-IX:1)
           END-IF.

       3150-ARMAR-DIAS-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Renglon de un evento (la tabla ya tiene solo los de la
      *    ventana), si es de una sucursal que transmite
       3300-GRABAR-EVENTO.

           MOVE WS-EV-SUC(WS-EV-IX) TO WS-IX.

           IF WS-SU-NO-TRANSMITE(WS-IX)
              GO TO 3300-GRABAR-EVENTO-EXIT
           END-IF.

           ADD 1 TO WS-EV-INFORMADOS.

           MOVE SPACES TO WS-FECHA-EDIT.
           STRING WS-EV-FECHA(WS-EV-IX)(7:2) '/'
                  WS-EV-FECHA(WS-EV-IX)(5:2) '/'
                  WS-EV-FECHA(WS-EV-IX)(1:4)
               DELIMITED BY SIZE INTO WS-FECHA-EDIT.

           MOVE SPACES                TO WS-LINEA.
           MOVE WS-FECHA-EDIT         TO WS-LINEA(1:10).

           IF WS-EV-CORRIDA(WS-EV-IX) = 0
              MOVE 'EN MANO'          TO WS-LINEA(12:7)
           ELSE
              MOVE WS-EV-CORRIDA(WS-EV-IX) TO WS-CORR-EDIT
              MOVE WS-CORR-EDIT       TO WS-LINEA(14:5)
           END-IF.

           MOVE WS-LETRA(WS-IX)       TO WS-LINEA(21:1).

           EVALUATE WS-EV-TIPO(WS-EV-IX)
               WHEN 'S'
                    MOVE 'SALTEADO'   TO WS-LINEA(24:10)
               WHEN 'R'
                    MOVE 'RECHAZADO'  TO WS-LINEA(24:10)
               WHEN OTHER
                    MOVE 'VACIO'      TO WS-LINEA(24:10)
           END-EVALUATE.

           IF WS-EV-DESDE(WS-EV-IX) > 0
              MOVE WS-EV-DESDE(WS-EV-IX) TO WS-ENVIO-EDIT
              MOVE WS-ENVIO-EDIT      TO WS-LINEA(35:5)
              IF WS-EV-HASTA(WS-EV-IX) > WS-EV-DESDE(WS-EV-IX)
                 MOVE WS-EV-HASTA(WS-EV-IX) TO WS-ENVIO-EDIT-2
                 MOVE 'A'             TO WS-LINEA(41:1)
                 MOVE WS-ENVIO-EDIT-2 TO WS-LINEA(43:5)
              END-IF
           END-IF.

           MOVE WS-EV-MOTIVO(WS-EV-IX) TO WS-LINEA(51:40).

           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3300-GRABAR-EVENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3900-GRABAR-LINEA.

           WRITE LINEA-REPENVIOS FROM WS-LINEA.

           IF NOT FS-REPENVIOS-OK
              DISPLAY 'ERROR AL GRABAR EL TABLERO DE TRANSMISIONES'
              DISPLAY 'FILE STATUS: ' FS-REPENVIOS
              STOP RUN
           END-IF.

       3900-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Resumen por pantalla y RETURN-CODE (8 = alguna sucursal
      *    necesita atencion antes de la proxima corrida)
       4000-MOSTRAR-RESUMEN.

           DISPLAY '================================================'.
           DISPLAY 'CORRIDAS DE MERGE LEIDAS    : ' WS-CORRIDAS-LEIDAS.
           DISPLAY 'SUCURSALES QUE TRANSMITEN   : ' WS-SUC-ACTIVAS.
           DISPLAY 'SUCURSALES CON NOVEDADES    : ' WS-SUC-ATENCION.
           DISPLAY 'EVENTOS EN LA VENTANA       : ' WS-EV-INFORMADOS.
           DISPLAY 'TABLERO EN ' WS-NOMBRE-REPENVIOS.
           DISPLAY '================================================'.

           IF WS-SUC-ATENCION > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

       4000-MOSTRAR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Convierte WS-DIA-FECHA (AAAAMMDD) en WS-DIA-NUMERO, un
      *    numero de dia corrido; misma rutina que CL12EJ18.
       8100-CALCULAR-DIAS.

           MOVE 0 TO WS-DIA-NUMERO.

           IF WS-DIA-FECHA NOT NUMERIC
              OR WS-DIA-MES < 1 OR WS-DIA-MES > 12
              GO TO 8100-CALCULAR-DIAS-EXIT
           END-IF.

           IF WS-DIA-MES > 2
              MOVE WS-DIA-ANIO TO WS-DIA-ANIO-BIS
           ELSE
              COMPUTE WS-DIA-ANIO-BIS = WS-DIA-ANIO - 1
           END-IF.

           DIVIDE WS-DIA-ANIO-BIS BY 4   GIVING WS-DIA-COC-4.
           DIVIDE WS-DIA-ANIO-BIS BY 100 GIVING WS-DIA-COC-100.
           DIVIDE WS-DIA-ANIO-BIS BY 400 GIVING WS-DIA-COC-400.

           COMPUTE WS-DIA-NUMERO = WS-DIA-ANIO * 365
                                 + WS-DIA-COC-4
                                 - WS-DIA-COC-100
                                 + WS-DIA-COC-400
                                 + WS-ACUM-MES(WS-DIA-MES)
                                 + WS-DIA-DIA.

       8100-CALCULAR-DIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL12EJ24.
