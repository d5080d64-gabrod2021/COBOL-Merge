      *----------------------------------------------------------------*
      * Purpose: Tablero mensual de calidad de rechazos por sucursal.
      *          Pide por consola el periodo (anio y mes) y recorre
      *          RECHAZOS.TXT (pendientes) y el historial RECHAZOS.HIS
      *          (ya trabajados por CL12EJ13). Por sucursal informa
      *          los rechazos del mes abiertos por RECH-MOTIVO, la
      *          tasa de rechazo de cada corrida del mes contra los
      *          registros recibidos (aceptados de CORR-CANT-REG de
      *          CORRIDAS.TXT mas los rechazados de esa corrida) y
      *          como se resolvieron: 'P' pendientes, 'R' reciclados
      *          y 'X' desafectados. Cierra con la antiguedad de los
      *          pendientes: cada rechazo 'P' con mas de RECHDIAS
      *          dias (30 si no se indica) a la fecha de hoy, con su
      *          importe, que es plata que no llego a ventas ni a
      *          comisiones. Sale formateado en REPRECH.TXT.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL12EJ22.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----El mismo PARAMETROS.TXT de CL12EJ01: de aca se toman los
      *    overrides RECHAZOS=, RECHAZHIS=, CORRIDAS=, REPRECH= y la
      *    antiguedad RECHDIAS= de los pendientes.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *----Rechazos pendientes que agrega CL12EJ01 y regraba CL12EJ13
       SELECT RECHAZOS
           ASSIGN DYNAMIC WS-NOMBRE-RECHAZOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZOS.

      *----Historial acumulativo de rechazos trabajados ('R'/'X')
       SELECT RECHAZHIS
           ASSIGN DYNAMIC WS-NOMBRE-RECHAZHIS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZHIS.

      *----Bitacora de corridas de CL12EJ01 (registros aceptados por
      *    archivo de sucursal en cada corrida)
       SELECT CORRIDAS
           ASSIGN DYNAMIC WS-NOMBRE-CORRIDAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CORRIDAS.

      *----El tablero de calidad formateado
       SELECT REPRECH
           ASSIGN DYNAMIC WS-NOMBRE-REPRECH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPRECH.

      *----------------------------------------------------------------*

       DATA DIVISION.

       FILE SECTION.
      *----Definicion registro del archivo de parametros de corrida
       FD PARAMETROS.
       01 REGISTRO-PARAMETRO                PIC X(80).

      *----Mismo layout que graba CL12EJ01. Los rechazos grabados
      *    antes de existir RECH-CORRIDA y RECH-FECHA-PROC los traen
      *    en blanco: se controla NUMERIC antes de usarlos.
       FD RECHAZOS.
       01 REGISTRO-RECHAZO.
          05 RECH-ARCHIVO                PIC X(01).
          05 RECH-FECHA                  PIC X(10).
          05 RECH-VENDEDOR               PIC X(30).
          05 RECH-IMPORTE                PIC X(10).
          05 RECH-TIPO-MOV               PIC X(01).
          05 RECH-MOTIVO                 PIC X(30).
          05 RECH-ESTADO                 PIC X(01).
          05 RECH-CORRIDA                PIC 9(05).
          05 RECH-FECHA-PROC             PIC 9(08).

      *----Registro del historial: la imagen completa del rechazo
      *    trabajado (mismo layout que REGISTRO-RECHAZO)
       FD RECHAZHIS.
       01 REG-RECHAZHIS                 PIC X(96).

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

      *----Linea del tablero de calidad
       FD REPRECH.
       01 LINEA-REPRECH                 PIC X(120).

      *----------------------------------------------------------------*

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                PIC X(2).
             88 FS-PARAMETROS-OK            VALUE '00'.
             88 FS-PARAMETROS-EOF           VALUE '10'.
             88 FS-PARAMETROS-NOEXISTE      VALUE '35'.
          05 FS-RECHAZOS                  PIC X(2).
             88 FS-RECHAZOS-OK              VALUE '00'.
             88 FS-RECHAZOS-EOF             VALUE '10'.
             88 FS-RECHAZOS-NOEXISTE        VALUE '35'.
          05 FS-RECHAZHIS                 PIC X(2).
             88 FS-RECHAZHIS-OK             VALUE '00'.
             88 FS-RECHAZHIS-EOF            VALUE '10'.
             88 FS-RECHAZHIS-NOEXISTE       VALUE '35'.
          05 FS-CORRIDAS                  PIC X(2).
             88 FS-CORRIDAS-OK              VALUE '00'.
             88 FS-CORRIDAS-EOF             VALUE '10'.
             88 FS-CORRIDAS-NOEXISTE        VALUE '35'.
          05 FS-REPRECH                   PIC X(2).
             88 FS-REPRECH-OK               VALUE '00'.

      *----Nombres de los archivos, con overrides de PARAMETROS.TXT
       01 WS-NOMBRE-RECHAZOS            PIC X(40)
          VALUE '../RECHAZOS.TXT'.
       01 WS-NOMBRE-RECHAZHIS           PIC X(40)
          VALUE '../RECHAZOS.HIS'.
       01 WS-NOMBRE-CORRIDAS            PIC X(40)
          VALUE '../CORRIDAS.TXT'.
       01 WS-NOMBRE-REPRECH             PIC X(40)
          VALUE '../REPRECH.TXT'.

      *----Antiguedad en dias a partir de la cual un rechazo todavia
      *    pendiente se lista en la seccion de vencidos
       01 WS-ANTIGUEDAD-DIAS            PIC 9(03) VALUE 30.

      *----Campos de trabajo para partir cada linea CLAVE=VALOR del
      *    archivo de parametros.
       01 WS-PARM-LINEA                 PIC X(80).
       01 WS-PARM-CLAVE                 PIC X(20).
       01 WS-PARM-VALOR                 PIC X(40).
       01 WS-PARAMETROS-EOF             PIC X(01) VALUE 'N'.
          88 WS-PARAMETROS-EOF-YES            VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO             VALUE 'N'.

       01 WS-RECHAZOS-EOF               PIC X(01) VALUE 'N'.
          88 WS-RECHAZOS-EOF-YES              VALUE 'Y'.
          88 WS-RECHAZOS-EOF-NO               VALUE 'N'.
       01 WS-RECHAZHIS-EOF              PIC X(01) VALUE 'N'.
          88 WS-RECHAZHIS-EOF-YES             VALUE 'Y'.
          88 WS-RECHAZHIS-EOF-NO              VALUE 'N'.
       01 WS-CORRIDAS-EOF               PIC X(01) VALUE 'N'.
          88 WS-CORRIDAS-EOF-YES              VALUE 'Y'.
          88 WS-CORRIDAS-EOF-NO               VALUE 'N'.

      *----Periodo pedido por consola y fecha de hoy (base de la
      *    antiguedad de los pendientes)
       01 WS-PER-ANIO                   PIC X(04).
       01 WS-PER-MES                    PIC X(02).
       01 WS-PER-ANIOMES                PIC X(06).
       01 WS-PER-ANIO-N                 PIC 9(04) VALUE 0.
       01 WS-PER-MES-N                  PIC 9(02) VALUE 0.
       01 WS-FECHA-HOY                  PIC 9(08) VALUE 0.
       01 WS-FECHA-HOY-X REDEFINES WS-FECHA-HOY
                                        PIC X(08).
       01 WS-HOY-DIAS                   PIC 9(07) VALUE 0.

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

      *----Letras de las sucursales (A=1 .. F=6), en el mismo orden
      *    que los contadores CORR-CANT-REG de la bitacora
       01 WS-TABLA-LETRAS.
          05 FILLER                      PIC X(06) VALUE 'ABCDEF'.
       01 FILLER REDEFINES WS-TABLA-LETRAS.
          05 WS-LETRA                    OCCURS 6 TIMES
                                          PIC X(01).
       01 WS-IX                         PIC 9(01) COMP.
       01 WS-IX-HALLADO                 PIC 9(01) COMP VALUE 0.
       01 WS-BUSCA-LETRA                PIC X(01).

      *----Totales del mes por sucursal
       01 WS-TABLA-SUCURSALES.
          05 WS-SU-DATOS OCCURS 6 TIMES.
             10 WS-SU-ACEPTADOS              PIC 9(07).
             10 WS-SU-RECHAZOS               PIC 9(05).
             10 WS-SU-RECH-CORRIDA           PIC 9(05).
             10 WS-SU-SIN-CORRIDA            PIC 9(05).
             10 WS-SU-PENDIENTES             PIC 9(05).
             10 WS-SU-RECICLADOS             PIC 9(05).
             10 WS-SU-DESAFECTADOS           PIC 9(05).
             10 WS-SU-VENC-CANT              PIC 9(05).
             10 WS-SU-VENC-IMPORTE           PIC S9(10)V9(2).
       01 WS-TOT-ACEPTADOS              PIC 9(07) VALUE 0.
       01 WS-TOT-RECH-CORRIDA           PIC 9(05) VALUE 0.
       01 WS-TOT-RECHAZOS               PIC 9(05) VALUE 0.
       01 WS-TOT-PENDIENTES             PIC 9(05) VALUE 0.
       01 WS-TOT-RECICLADOS             PIC 9(05) VALUE 0.
       01 WS-TOT-DESAFECTADOS           PIC 9(05) VALUE 0.
       01 WS-TOT-VENC-CANT              PIC 9(05) VALUE 0.
       01 WS-TOT-VENC-IMPORTE           PIC S9(10)V9(2) VALUE 0.

      *----Corridas iniciadas en el mes, con los aceptados y los
      *    rechazados de cada sucursal
       01 WS-CO-CANT                    PIC 9(03) VALUE 0.
       01 WS-CO-IX                      PIC 9(03) COMP.
       01 WS-CO-HALLADO                 PIC 9(03) VALUE 0.
       01 WS-TABLA-CORRIDAS.
          05 WS-CO-DATOS OCCURS 200 TIMES.
             10 WS-CO-NUMERO                 PIC 9(05).
             10 WS-CO-FECHA                  PIC X(08).
             10 WS-CO-ACEPTADOS              OCCURS 6 TIMES
                                              PIC 9(05).
             10 WS-CO-RECHAZOS               OCCURS 6 TIMES
                                              PIC 9(05).

      *----Rechazos del mes por sucursal y motivo
       01 WS-MT-CANT                    PIC 9(03) VALUE 0.
       01 WS-MT-IX                      PIC 9(03) COMP.
       01 WS-MT-HALLADO                 PIC 9(03) VALUE 0.
       01 WS-TABLA-MOTIVOS.
          05 WS-MT-DATOS OCCURS 300 TIMES.
             10 WS-MT-SUCURSAL               PIC X(01).
             10 WS-MT-MOTIVO                 PIC X(30).
             10 WS-MT-CANTIDAD               PIC 9(05).

      *----Pendientes con mas antiguedad que la tolerada
       01 WS-VE-CANT                    PIC 9(04) VALUE 0.
       01 WS-VE-IX                      PIC 9(04) COMP.
       01 WS-TABLA-VENCIDOS.
          05 WS-VE-DATOS OCCURS 1000 TIMES.
             10 WS-VE-SUCURSAL               PIC X(01).
             10 WS-VE-FECHA                  PIC X(08).
             10 WS-VE-VENDEDOR               PIC X(30).
             10 WS-VE-IMPORTE                PIC 9(8)V9(2).
             10 WS-VE-TIPO-MOV               PIC X(01).
             10 WS-VE-MOTIVO                 PIC X(30).
             10 WS-VE-DIAS                   PIC 9(05).

      *----Rechazo en curso: origen (A activo, H historial), fecha
      *    que lo ubica en un mes, importe legible y antiguedad
       01 WS-RC-ORIGEN                  PIC X(01).
          88 WS-RC-DE-ACTIVOS                 VALUE 'A'.
          88 WS-RC-DE-HISTORIAL               VALUE 'H'.
       01 WS-RC-FECHA                   PIC X(08).
       01 WS-RC-IMPORTE-X               PIC X(10).
       01 WS-RC-IMPORTE REDEFINES WS-RC-IMPORTE-X
                                        PIC 9(8)V9(2).
       01 WS-RC-DIAS                    PIC 9(05) VALUE 0.

      *----Contadores del resumen
       01 WS-RECH-LEIDOS                PIC 9(07) VALUE 0.
       01 WS-HIS-LEIDOS                 PIC 9(07) VALUE 0.
       01 WS-RECH-DEL-PERIODO           PIC 9(07) VALUE 0.
       01 WS-RECH-SIN-FECHA             PIC 9(07) VALUE 0.
       01 WS-RECH-SIN-SUCURSAL          PIC 9(07) VALUE 0.

      *----Armado de lineas del reporte
       01 WS-LINEA                      PIC X(120).
       01 WS-RENG-TITULO                PIC X(32).
       01 WS-RENG-ACEPTADOS             PIC 9(07).
       01 WS-RENG-RECHAZOS              PIC 9(05).
       01 WS-RENG-RECIBIDOS             PIC 9(07).
       01 WS-RENG-TASA                  PIC 9(03)V9(2).
       01 WS-CANT-EDIT                  PIC ZZZZ9.
       01 WS-CANT-EDIT-2                PIC ZZZZ9.
       01 WS-CANT-EDIT-3                PIC ZZZZ9.
       01 WS-RECIB-EDIT                 PIC Z.ZZZ.ZZ9.
       01 WS-TASA-EDIT                  PIC ZZ9,99.
       01 WS-IMP-EDIT                   PIC ZZ.ZZZ.ZZ9,99.
       01 WS-IMP-EDIT-TOTAL             PIC Z.ZZZ.ZZZ.ZZ9,99-.
       01 WS-DIAS-EDIT                  PIC ZZ9.
       01 WS-EDAD-EDIT                  PIC ZZZZ9.
       01 WS-FECHA-EDIT                 PIC X(10).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0050-LEER-PARAMETROS
              THRU 0050-LEER-PARAMETROS-EXIT.

           PERFORM 1000-PEDIR-PERIODO
              THRU 1000-PEDIR-PERIODO-EXIT.

           PERFORM 1200-CARGAR-CORRIDAS
              THRU 1200-CARGAR-CORRIDAS-EXIT.

           PERFORM 1500-LEER-RECHAZOS
              THRU 1500-LEER-RECHAZOS-EXIT.

           PERFORM 1700-LEER-HISTORIAL
              THRU 1700-LEER-HISTORIAL-EXIT.

           PERFORM 3000-GENERAR-REPORTE
              THRU 3000-GENERAR-REPORTE-EXIT.

           PERFORM 4000-MOSTRAR-RESUMEN
              THRU 4000-MOSTRAR-RESUMEN-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      *----Lee, si existe, PARAMETROS.TXT y pisa nombres y la
      *    antiguedad; mismo criterio de archivo opcional que
      *    CL12EJ01.
       0050-LEER-PARAMETROS.

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
               WHEN 'RECHAZOS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-RECHAZOS
               WHEN 'RECHAZHIS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-RECHAZHIS
               WHEN 'CORRIDAS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-CORRIDAS
               WHEN 'REPRECH'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-REPRECH
               WHEN 'RECHDIAS'
                    IF WS-PARM-VALOR(1:3) NUMERIC
                       MOVE WS-PARM-VALOR(1:3) TO WS-ANTIGUEDAD-DIAS
                    ELSE
                       DISPLAY 'RECHDIAS INVALIDO, SE IGNORA: '
                               WS-PARM-VALOR
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       0055-LEER-PARAMETROS-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Pide por consola el periodo a informar, igual que
      *    CL12EJ12, y toma la fecha de hoy para la antiguedad.
       1000-PEDIR-PERIODO.

           MOVE SPACES TO WS-PER-ANIO.
           DISPLAY 'ANIO A REPORTAR (AAAA): '.
           ACCEPT WS-PER-ANIO.

           MOVE SPACES TO WS-PER-MES.
           DISPLAY 'MES A REPORTAR (MM): '.
           ACCEPT WS-PER-MES.

           IF WS-PER-ANIO NOT NUMERIC
              OR WS-PER-MES NOT NUMERIC
              DISPLAY 'PERIODO INVALIDO: ' WS-PER-MES '/' WS-PER-ANIO
              STOP RUN
           END-IF.

           MOVE WS-PER-ANIO TO WS-PER-ANIO-N.
           MOVE WS-PER-MES  TO WS-PER-MES-N.

           IF WS-PER-MES-N < 1 OR WS-PER-MES-N > 12
              DISPLAY 'MES INVALIDO: ' WS-PER-MES
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-PER-ANIOMES.
           STRING WS-PER-ANIO WS-PER-MES
               DELIMITED BY SIZE INTO WS-PER-ANIOMES.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY-X TO WS-DIA-FECHA.
           PERFORM 8100-CALCULAR-DIAS
              THRU 8100-CALCULAR-DIAS-EXIT.
           MOVE WS-DIA-NUMERO TO WS-HOY-DIAS.

       1000-PEDIR-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga las corridas iniciadas en el mes. Sin bitacora el
      *    tablero sale igual, pero sin tasas de rechazo.
       1200-CARGAR-CORRIDAS.

           INITIALIZE WS-TABLA-SUCURSALES.

           OPEN INPUT CORRIDAS.

           IF FS-CORRIDAS-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-CORRIDAS
              DISPLAY 'EL TABLERO SALE SIN TASAS DE RECHAZO'
              GO TO 1200-CARGAR-CORRIDAS-EXIT
           END-IF.

           IF NOT FS-CORRIDAS-OK
              DISPLAY 'ERROR AL ABRIR LA BITACORA DE CORRIDAS'
              DISPLAY 'FILE STATUS: ' FS-CORRIDAS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-CORRIDAS-EOF.

           PERFORM 1250-CARGAR-CORRIDA-UNA
              THRU 1250-CARGAR-CORRIDA-UNA-EXIT
              UNTIL WS-CORRIDAS-EOF-YES.

           CLOSE CORRIDAS.

       1200-CARGAR-CORRIDAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Los registros de la cadena de CL12EJ15 traen los
      *    contadores en cero y no mueven nada.
       1250-CARGAR-CORRIDA-UNA.

           READ CORRIDAS.

           IF FS-CORRIDAS-EOF
              SET WS-CORRIDAS-EOF-YES TO TRUE
              GO TO 1250-CARGAR-CORRIDA-UNA-EXIT
           END-IF.

           IF NOT FS-CORRIDAS-OK
              DISPLAY 'ERROR AL LEER LA BITACORA DE CORRIDAS'
              DISPLAY 'FILE STATUS: ' FS-CORRIDAS
              STOP RUN
           END-IF.

           IF CORR-NUMERO NOT NUMERIC
              OR CORR-INICIO-FECHA NOT NUMERIC
              GO TO 1250-CARGAR-CORRIDA-UNA-EXIT
           END-IF.

           MOVE CORR-INICIO-FECHA TO WS-DIA-FECHA.

           IF WS-DIA-FECHA(1:6) NOT = WS-PER-ANIOMES
              GO TO 1250-CARGAR-CORRIDA-UNA-EXIT
           END-IF.

           IF WS-CO-CANT >= 200
              DISPLAY 'TABLA DE CORRIDAS LLENA (MAXIMO 200)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-CO-CANT.
           MOVE CORR-NUMERO  TO WS-CO-NUMERO(WS-CO-CANT).
           MOVE WS-DIA-FECHA TO WS-CO-FECHA(WS-CO-CANT).

           PERFORM 1260-CARGAR-CORRIDA-SUC
              THRU 1260-CARGAR-CORRIDA-SUC-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 6.

       1250-CARGAR-CORRIDA-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1260-CARGAR-CORRIDA-SUC.

           MOVE 0 TO WS-CO-RECHAZOS(WS-CO-CANT, WS-IX).

           IF CORR-CANT-REG(WS-IX) NOT NUMERIC
              MOVE 0 TO WS-CO-ACEPTADOS(WS-CO-CANT, WS-IX)
              GO TO 1260-CARGAR-CORRIDA-SUC-EXIT
           END-IF.

           MOVE CORR-CANT-REG(WS-IX)
             TO WS-CO-ACEPTADOS(WS-CO-CANT, WS-IX).
           ADD CORR-CANT-REG(WS-IX) TO WS-SU-ACEPTADOS(WS-IX).

       1260-CARGAR-CORRIDA-SUC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Recorre los rechazos pendientes. Sin archivo no hay
      *    pendientes (todavia no hubo rechazos o ya se trabajaron).
       1500-LEER-RECHAZOS.

           OPEN INPUT RECHAZOS.

           IF FS-RECHAZOS-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-RECHAZOS
              GO TO 1500-LEER-RECHAZOS-EXIT
           END-IF.

           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RECHAZOS'
              DISPLAY 'FILE STATUS: ' FS-RECHAZOS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-RECHAZOS-EOF.
           SET WS-RC-DE-ACTIVOS TO TRUE.

           PERFORM 1550-LEER-RECHAZO-UNO
              THRU 1550-LEER-RECHAZO-UNO-EXIT
              UNTIL WS-RECHAZOS-EOF-YES.

           CLOSE RECHAZOS.

       1500-LEER-RECHAZOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1550-LEER-RECHAZO-UNO.

           READ RECHAZOS.

           IF FS-RECHAZOS-EOF
              SET WS-RECHAZOS-EOF-YES TO TRUE
              GO TO 1550-LEER-RECHAZO-UNO-EXIT
           END-IF.

           IF NOT FS-RECHAZOS-OK
              DISPLAY 'ERROR AL LEER EL ARCHIVO DE RECHAZOS'
              DISPLAY 'FILE STATUS: ' FS-RECHAZOS
              STOP RUN
           END-IF.

           ADD 1 TO WS-RECH-LEIDOS.

      *----Estado en espacios: rechazo grabado antes del circuito de
      *    reproceso, pendiente igual que lo toma CL12EJ13
           IF RECH-ESTADO = SPACE
              MOVE 'P' TO RECH-ESTADO
           END-IF.

           PERFORM 2000-PROCESAR-RECHAZO
              THRU 2000-PROCESAR-RECHAZO-EXIT.

       1550-LEER-RECHAZO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Recorre el historial de rechazos trabajados. Opcional:
      *    sin historial todavia no se trabajo ningun rechazo.
       1700-LEER-HISTORIAL.

           OPEN INPUT RECHAZHIS.

           IF FS-RECHAZHIS-NOEXISTE
              GO TO 1700-LEER-HISTORIAL-EXIT
           END-IF.

           IF NOT FS-RECHAZHIS-OK
              DISPLAY 'ERROR AL ABRIR EL HISTORIAL DE RECHAZOS'
              DISPLAY 'FILE STATUS: ' FS-RECHAZHIS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-RECHAZHIS-EOF.
           SET WS-RC-DE-HISTORIAL TO TRUE.

           PERFORM 1750-LEER-HISTORIAL-UNO
              THRU 1750-LEER-HISTORIAL-UNO-EXIT
              UNTIL WS-RECHAZHIS-EOF-YES.

           CLOSE RECHAZHIS.

       1700-LEER-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1750-LEER-HISTORIAL-UNO.

           READ RECHAZHIS.

           IF FS-RECHAZHIS-EOF
              SET WS-RECHAZHIS-EOF-YES TO TRUE
              GO TO 1750-LEER-HISTORIAL-UNO-EXIT
           END-IF.

           IF NOT FS-RECHAZHIS-OK
              DISPLAY 'ERROR AL LEER EL HISTORIAL DE RECHAZOS'
              DISPLAY 'FILE STATUS: ' FS-RECHAZHIS
              STOP RUN
           END-IF.

           ADD 1 TO WS-HIS-LEIDOS.

           MOVE REG-RECHAZHIS TO REGISTRO-RECHAZO.

           PERFORM 2000-PROCESAR-RECHAZO
              THRU 2000-PROCESAR-RECHAZO-EXIT.

       1750-LEER-HISTORIAL-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Un rechazo (de RECHAZOS o del historial, ya en
      *    REGISTRO-RECHAZO). Lo ubica en un mes por la fecha de
      *    proceso de la corrida que lo rechazo; los rechazos viejos
      *    que no la traen se ubican por la fecha de la venta, si se
      *    puede leer. Los pendientes se controlan ademas contra la
      *    antiguedad tolerada, sea cual sea su mes.
       2000-PROCESAR-RECHAZO.

           MOVE RECH-ARCHIVO TO WS-BUSCA-LETRA.
           PERFORM 2900-UBICAR-LETRA
              THRU 2900-UBICAR-LETRA-EXIT.

           IF WS-IX-HALLADO = 0
              ADD 1 TO WS-RECH-SIN-SUCURSAL
              GO TO 2000-PROCESAR-RECHAZO-EXIT
           END-IF.

           MOVE SPACES TO WS-RC-FECHA.

           IF RECH-FECHA-PROC NUMERIC AND RECH-FECHA-PROC > 0
              MOVE RECH-FECHA-PROC TO WS-RC-FECHA
           ELSE
              IF RECH-FECHA(1:2) NUMERIC
                 AND RECH-FECHA(4:2) NUMERIC
                 AND RECH-FECHA(7:4) NUMERIC
                 STRING RECH-FECHA(7:4) RECH-FECHA(4:2)
                        RECH-FECHA(1:2)
                     DELIMITED BY SIZE INTO WS-RC-FECHA
              END-IF
           END-IF.

           MOVE RECH-IMPORTE TO WS-RC-IMPORTE-X.

           IF WS-RC-IMPORTE-X NOT NUMERIC
              MOVE 0 TO WS-RC-IMPORTE
           END-IF.

           IF RECH-ESTADO = 'P'
              PERFORM 2500-CONTROLAR-ANTIGUEDAD
                 THRU 2500-CONTROLAR-ANTIGUEDAD-EXIT
           END-IF.

           IF WS-RC-FECHA = SPACES
              ADD 1 TO WS-RECH-SIN-FECHA
              GO TO 2000-PROCESAR-RECHAZO-EXIT
           END-IF.

           IF WS-RC-FECHA(1:6) NOT = WS-PER-ANIOMES
              GO TO 2000-PROCESAR-RECHAZO-EXIT
           END-IF.

           ADD 1 TO WS-RECH-DEL-PERIODO.
           ADD 1 TO WS-SU-RECHAZOS(WS-IX-HALLADO).

           EVALUATE RECH-ESTADO
               WHEN 'P'
                    ADD 1 TO WS-SU-PENDIENTES(WS-IX-HALLADO)
               WHEN 'R'
                    ADD 1 TO WS-SU-RECICLADOS(WS-IX-HALLADO)
               WHEN 'X'
                    ADD 1 TO WS-SU-DESAFECTADOS(WS-IX-HALLADO)
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           PERFORM 2200-SUMAR-MOTIVO
              THRU 2200-SUMAR-MOTIVO-EXIT.

           PERFORM 2300-SUMAR-CORRIDA
              THRU 2300-SUMAR-CORRIDA-EXIT.

       2000-PROCESAR-RECHAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Cuenta el rechazo en su par sucursal/motivo
       2200-SUMAR-MOTIVO.

           MOVE 0 TO WS-MT-HALLADO.

           PERFORM 2250-BUSCAR-MOTIVO-UNO
              THRU 2250-BUSCAR-MOTIVO-UNO-EXIT
             VARYING WS-MT-IX FROM 1 BY 1
               UNTIL WS-MT-IX > WS-MT-CANT
                  OR WS-MT-HALLADO > 0.

           IF WS-MT-HALLADO = 0
              IF WS-MT-CANT >= 300
                 DISPLAY 'TABLA DE MOTIVOS LLENA (MAXIMO 300)'
                 STOP RUN
              END-IF
              ADD 1 TO WS-MT-CANT
              MOVE WS-MT-CANT   TO WS-MT-HALLADO
              MOVE RECH-ARCHIVO TO WS-MT-SUCURSAL(WS-MT-HALLADO)
              MOVE RECH-MOTIVO  TO WS-MT-MOTIVO(WS-MT-HALLADO)
              MOVE 0            TO WS-MT-CANTIDAD(WS-MT-HALLADO)
           END-IF.

           ADD 1 TO WS-MT-CANTIDAD(WS-MT-HALLADO).

       2200-SUMAR-MOTIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-BUSCAR-MOTIVO-UNO.

           IF WS-MT-SUCURSAL(WS-MT-IX) = RECH-ARCHIVO
              AND WS-MT-MOTIVO(WS-MT-IX) = RECH-MOTIVO
              MOVE WS-MT-IX TO WS-MT-HALLADO
           END-IF.

       2250-BUSCAR-MOTIVO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Cuenta el rechazo en la corrida que lo produjo. Los
      *    rechazos viejos sin numero de corrida, o de una corrida
      *    que no figura en la bitacora del mes, no entran en la
      *    tasa: se informan aparte.
       2300-SUMAR-CORRIDA.

           MOVE 0 TO WS-CO-HALLADO.

           IF RECH-CORRIDA NUMERIC
              PERFORM 2350-BUSCAR-CORRIDA-UNA
                 THRU 2350-BUSCAR-CORRIDA-UNA-EXIT
                VARYING WS-CO-IX FROM 1 BY 1
                  UNTIL WS-CO-IX > WS-CO-CANT
                     OR WS-CO-HALLADO > 0
           END-IF.

           IF WS-CO-HALLADO = 0
              ADD 1 TO WS-SU-SIN-CORRIDA(WS-IX-HALLADO)
              GO TO 2300-SUMAR-CORRIDA-EXIT
           END-IF.

           ADD 1 TO WS-CO-RECHAZOS(WS-CO-HALLADO, WS-IX-HALLADO).
           ADD 1 TO WS-SU-RECH-CORRIDA(WS-IX-HALLADO).

       2300-SUMAR-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-BUSCAR-CORRIDA-UNA.

           IF WS-CO-NUMERO(WS-CO-IX) = RECH-CORRIDA
              MOVE WS-CO-IX TO WS-CO-HALLADO
           END-IF.

       2350-BUSCAR-CORRIDA-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Pendiente con mas dias que WS-ANTIGUEDAD-DIAS a la fecha
      *    de hoy: va a la seccion de vencidos. Si no tiene ninguna
      *    fecha legible tambien se lista (con 0 dias), porque no
      *    hay forma de saber cuanto hace que esta esperando.
       2500-CONTROLAR-ANTIGUEDAD.

           MOVE 0 TO WS-RC-DIAS.
           MOVE 0 TO WS-DIA-NUMERO.

           IF WS-RC-FECHA NOT = SPACES
              MOVE WS-RC-FECHA TO WS-DIA-FECHA
              PERFORM 8100-CALCULAR-DIAS
                 THRU 8100-CALCULAR-DIAS-EXIT
           END-IF.

           IF WS-DIA-NUMERO > 0
              IF WS-DIA-NUMERO < WS-HOY-DIAS
                 COMPUTE WS-RC-DIAS = WS-HOY-DIAS - WS-DIA-NUMERO
              END-IF
              IF WS-RC-DIAS <= WS-ANTIGUEDAD-DIAS
                 GO TO 2500-CONTROLAR-ANTIGUEDAD-EXIT
              END-IF
           END-IF.

           IF WS-VE-CANT >= 1000
              DISPLAY 'TABLA DE PENDIENTES VENCIDOS LLENA '
                      '(MAXIMO 1000)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-VE-CANT.
           MOVE RECH-ARCHIVO  TO WS-VE-SUCURSAL(WS-VE-CANT).
           MOVE WS-RC-FECHA   TO WS-VE-FECHA(WS-VE-CANT).
           MOVE RECH-VENDEDOR TO WS-VE-VENDEDOR(WS-VE-CANT).
           MOVE WS-RC-IMPORTE TO WS-VE-IMPORTE(WS-VE-CANT).
           MOVE RECH-TIPO-MOV TO WS-VE-TIPO-MOV(WS-VE-CANT).
           MOVE RECH-MOTIVO   TO WS-VE-MOTIVO(WS-VE-CANT).
           MOVE WS-RC-DIAS    TO WS-VE-DIAS(WS-VE-CANT).

           ADD 1 TO WS-SU-VENC-CANT(WS-IX-HALLADO).

      *----Una nota de credito pendiente resta, igual que en ventas
           IF RECH-TIPO-MOV = 'D'
              SUBTRACT WS-RC-IMPORTE
                  FROM WS-SU-VENC-IMPORTE(WS-IX-HALLADO)
           ELSE
              ADD WS-RC-IMPORTE TO WS-SU-VENC-IMPORTE(WS-IX-HALLADO)
           END-IF.

       2500-CONTROLAR-ANTIGUEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Posicion (1..6) de la letra de sucursal WS-BUSCA-LETRA, o
      *    0 si no es una sucursal valida
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
      *----Graba el tablero: una seccion por sucursal con motivos,
      *    tasas por corrida y resolucion, el total general y los
      *    pendientes vencidos.
       3000-GENERAR-REPORTE.

           OPEN OUTPUT REPRECH.

           IF NOT FS-REPRECH-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPRECH'
              DISPLAY 'FILE STATUS: ' FS-REPRECH
      * SI NO ABRE EL ARCHIVO DE SALIDA DETENGO EL PROCESO
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINEA.
           STRING 'CALIDAD DE RECHAZOS POR SUCURSAL ' WS-PER-MES '/'
                  WS-PER-ANIO
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE '--------------------------------------------------'
             TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3100-GRABAR-SUCURSAL
              THRU 3100-GRABAR-SUCURSAL-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 6.

           MOVE 'TOTAL GENERAL'      TO WS-RENG-TITULO.
           MOVE WS-TOT-ACEPTADOS    TO WS-RENG-ACEPTADOS.
           MOVE WS-TOT-RECH-CORRIDA TO WS-RENG-RECHAZOS.
           PERFORM 3700-ARMAR-TASA
              THRU 3700-ARMAR-TASA-EXIT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-TOT-RECHAZOS     TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA.
           STRING '  RECHAZOS DEL MES ' WS-CANT-EDIT
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-TOT-PENDIENTES   TO WS-CANT-EDIT.
           MOVE WS-TOT-RECICLADOS   TO WS-CANT-EDIT-2.
           MOVE WS-TOT-DESAFECTADOS TO WS-CANT-EDIT-3.
           PERFORM 3750-ARMAR-RESOLUCION
              THRU 3750-ARMAR-RESOLUCION-EXIT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-ANTIGUEDAD-DIAS TO WS-DIAS-EDIT.
           MOVE SPACES TO WS-LINEA.
           STRING 'RECHAZOS PENDIENTES CON MAS DE ' WS-DIAS-EDIT
                  ' DIAS AL ' WS-FECHA-HOY-X(7:2) '/'
                  WS-FECHA-HOY-X(5:2) '/' WS-FECHA-HOY-X(1:4)
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE '--------------------------------------------------'
             TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES      TO WS-LINEA.
           MOVE 'S FECHA'   TO WS-LINEA(3:7).
           MOVE 'VENDEDOR'  TO WS-LINEA(16:8).
           MOVE 'IMPORTE'   TO WS-LINEA(53:7).
           MOVE 'T'         TO WS-LINEA(61:1).
           MOVE 'DIAS'      TO WS-LINEA(64:4).
           MOVE 'MOTIVO'    TO WS-LINEA(69:6).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3400-GRABAR-VENC-SUCURSAL
              THRU 3400-GRABAR-VENC-SUCURSAL-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 6.

           IF WS-VE-CANT = 0
              MOVE '  SIN RECHAZOS PENDIENTES VENCIDOS' TO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-EXIT
           ELSE
              MOVE WS-TOT-VENC-CANT    TO WS-CANT-EDIT
              MOVE WS-TOT-VENC-IMPORTE TO WS-IMP-EDIT-TOTAL
              MOVE SPACES TO WS-LINEA
              STRING 'TOTAL GENERAL VENCIDOS ' WS-CANT-EDIT
                     '  IMPORTE NETO ' WS-IMP-EDIT-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-EXIT
           END-IF.

           CLOSE REPRECH.

           IF NOT FS-REPRECH-OK
              DISPLAY 'ERROR EN CLOSE DE REPRECH: ' FS-REPRECH
           END-IF.

       3000-GENERAR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Una sucursal (sin registros aceptados ni rechazos en el mes
      *    no sale): motivos, corridas con su tasa y resolucion
       3100-GRABAR-SUCURSAL.

           ADD WS-SU-ACEPTADOS(WS-IX)    TO WS-TOT-ACEPTADOS.
           ADD WS-SU-RECH-CORRIDA(WS-IX) TO WS-TOT-RECH-CORRIDA.
           ADD WS-SU-RECHAZOS(WS-IX)     TO WS-TOT-RECHAZOS.
           ADD WS-SU-PENDIENTES(WS-IX)   TO WS-TOT-PENDIENTES.
           ADD WS-SU-RECICLADOS(WS-IX)   TO WS-TOT-RECICLADOS.
           ADD WS-SU-DESAFECTADOS(WS-IX) TO WS-TOT-DESAFECTADOS.

           IF WS-SU-ACEPTADOS(WS-IX) = 0
              AND WS-SU-RECHAZOS(WS-IX) = 0
              GO TO 3100-GRABAR-SUCURSAL-EXIT
           END-IF.

           MOVE SPACES TO WS-LINEA.
           STRING 'SUCURSAL ' WS-LETRA(WS-IX)
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE '  RECHAZOS POR MOTIVO' TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3200-GRABAR-MOTIVO
              THRU 3200-GRABAR-MOTIVO-EXIT
             VARYING WS-MT-IX FROM 1 BY 1
               UNTIL WS-MT-IX > WS-MT-CANT.

           MOVE WS-SU-RECHAZOS(WS-IX) TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA.
           STRING '    TOTAL RECHAZOS DEL MES         ' WS-CANT-EDIT
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES        TO WS-LINEA.
           MOVE '  CORRIDAS'  TO WS-LINEA(1:10).
           MOVE 'ACEPTADOS'   TO WS-LINEA(34:9).
           MOVE 'RECHAZADOS'  TO WS-LINEA(46:10).
           MOVE 'RECIBIDOS'   TO WS-LINEA(61:9).
           MOVE 'TASA %'      TO WS-LINEA(71:6).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3300-GRABAR-CORRIDA
              THRU 3300-GRABAR-CORRIDA-EXIT
             VARYING WS-CO-IX FROM 1 BY 1
               UNTIL WS-CO-IX > WS-CO-CANT.

           MOVE SPACES TO WS-RENG-TITULO.
           STRING '    TOTAL SUCURSAL ' WS-LETRA(WS-IX)
               DELIMITED BY SIZE INTO WS-RENG-TITULO.
           MOVE WS-SU-ACEPTADOS(WS-IX)    TO WS-RENG-ACEPTADOS.
           MOVE WS-SU-RECH-CORRIDA(WS-IX) TO WS-RENG-RECHAZOS.
           PERFORM 3700-ARMAR-TASA
              THRU 3700-ARMAR-TASA-EXIT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           IF WS-SU-SIN-CORRIDA(WS-IX) > 0
              MOVE WS-SU-SIN-CORRIDA(WS-IX) TO WS-CANT-EDIT
              MOVE SPACES TO WS-LINEA
              STRING '    RECHAZOS SIN CORRIDA DEL MES IDENTIFICADA '
                     WS-CANT-EDIT ' (FUERA DE LA TASA)'
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-EXIT
           END-IF.

           MOVE WS-SU-PENDIENTES(WS-IX)   TO WS-CANT-EDIT.
           MOVE WS-SU-RECICLADOS(WS-IX)   TO WS-CANT-EDIT-2.
           MOVE WS-SU-DESAFECTADOS(WS-IX) TO WS-CANT-EDIT-3.
           PERFORM 3750-ARMAR-RESOLUCION
              THRU 3750-ARMAR-RESOLUCION-EXIT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3100-GRABAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-GRABAR-MOTIVO.

           IF WS-MT-SUCURSAL(WS-MT-IX) NOT = WS-LETRA(WS-IX)
              GO TO 3200-GRABAR-MOTIVO-EXIT
           END-IF.

           MOVE WS-MT-CANTIDAD(WS-MT-IX) TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA.
           STRING '    ' WS-MT-MOTIVO(WS-MT-IX) ' ' WS-CANT-EDIT
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3200-GRABAR-MOTIVO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Una corrida del mes para la sucursal WS-IX (si no recibio
      *    nada de esa sucursal no sale)
       3300-GRABAR-CORRIDA.

           IF WS-CO-ACEPTADOS(WS-CO-IX, WS-IX) = 0
              AND WS-CO-RECHAZOS(WS-CO-IX, WS-IX) = 0
              GO TO 3300-GRABAR-CORRIDA-EXIT
           END-IF.

           MOVE SPACES TO WS-RENG-TITULO.
           STRING '    CORRIDA ' WS-CO-NUMERO(WS-CO-IX) ' DEL '
                  WS-CO-FECHA(WS-CO-IX)(7:2) '/'
                  WS-CO-FECHA(WS-CO-IX)(5:2) '/'
                  WS-CO-FECHA(WS-CO-IX)(1:4)
               DELIMITED BY SIZE INTO WS-RENG-TITULO.
           MOVE WS-CO-ACEPTADOS(WS-CO-IX, WS-IX)
             TO WS-RENG-ACEPTADOS.
           MOVE WS-CO-RECHAZOS(WS-CO-IX, WS-IX)
             TO WS-RENG-RECHAZOS.
           PERFORM 3700-ARMAR-TASA
              THRU 3700-ARMAR-TASA-EXIT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3300-GRABAR-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Pendientes vencidos de la sucursal WS-IX y su subtotal
       3400-GRABAR-VENC-SUCURSAL.

           ADD WS-SU-VENC-CANT(WS-IX)    TO WS-TOT-VENC-CANT.
           ADD WS-SU-VENC-IMPORTE(WS-IX) TO WS-TOT-VENC-IMPORTE.

           IF WS-SU-VENC-CANT(WS-IX) = 0
              GO TO 3400-GRABAR-VENC-SUCURSAL-EXIT
           END-IF.

           PERFORM 3450-GRABAR-VENCIDO
              THRU 3450-GRABAR-VENCIDO-EXIT
             VARYING WS-VE-IX FROM 1 BY 1
               UNTIL WS-VE-IX > WS-VE-CANT.

           MOVE WS-SU-VENC-CANT(WS-IX)    TO WS-CANT-EDIT.
           MOVE WS-SU-VENC-IMPORTE(WS-IX) TO WS-IMP-EDIT-TOTAL.
           MOVE SPACES TO WS-LINEA.
           STRING '  TOTAL SUCURSAL ' WS-LETRA(WS-IX) ' VENCIDOS '
                  WS-CANT-EDIT '  IMPORTE NETO ' WS-IMP-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3400-GRABAR-VENC-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3450-GRABAR-VENCIDO.

           IF WS-VE-SUCURSAL(WS-VE-IX) NOT = WS-LETRA(WS-IX)
              GO TO 3450-GRABAR-VENCIDO-EXIT
           END-IF.

           IF WS-VE-FECHA(WS-VE-IX) = SPACES
              MOVE 'SIN FECHA' TO WS-FECHA-EDIT
           ELSE
              MOVE SPACES TO WS-FECHA-EDIT
              STRING WS-VE-FECHA(WS-VE-IX)(7:2) '/'
                     WS-VE-FECHA(WS-VE-IX)(5:2) '/'
                     WS-VE-FECHA(WS-VE-IX)(1:4)
                  DELIMITED BY SIZE INTO WS-FECHA-EDIT
           END-IF.

           MOVE WS-VE-IMPORTE(WS-VE-IX) TO WS-IMP-EDIT.
           MOVE WS-VE-DIAS(WS-VE-IX)    TO WS-EDAD-EDIT.

           MOVE SPACES TO WS-LINEA.
           STRING '  ' WS-VE-SUCURSAL(WS-VE-IX)
                  ' ' WS-FECHA-EDIT
                  ' ' WS-VE-VENDEDOR(WS-VE-IX)
                  ' ' WS-IMP-EDIT
                  ' ' WS-VE-TIPO-MOV(WS-VE-IX)
                  ' ' WS-EDAD-EDIT
                  ' ' WS-VE-MOTIVO(WS-VE-IX)
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3450-GRABAR-VENCIDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Arma en WS-LINEA un renglon de tasa: titulo, aceptados,
      *    rechazados, recibidos (la suma) y el porcentaje rechazado
      *    sobre lo recibido
       3700-ARMAR-TASA.

           COMPUTE WS-RENG-RECIBIDOS =
                   WS-RENG-ACEPTADOS + WS-RENG-RECHAZOS.

           IF WS-RENG-RECIBIDOS > 0
              COMPUTE WS-RENG-TASA ROUNDED =
                 WS-RENG-RECHAZOS * 100 / WS-RENG-RECIBIDOS
           ELSE
              MOVE 0 TO WS-RENG-TASA
           END-IF.

           MOVE WS-RENG-TASA      TO WS-TASA-EDIT.
           MOVE WS-RENG-RECHAZOS  TO WS-CANT-EDIT.

           MOVE SPACES            TO WS-LINEA.
           MOVE WS-RENG-TITULO    TO WS-LINEA(1:32).
           MOVE WS-RENG-ACEPTADOS TO WS-RECIB-EDIT.
           MOVE WS-RECIB-EDIT     TO WS-LINEA(34:9).
           MOVE WS-CANT-EDIT      TO WS-LINEA(51:5).
           MOVE WS-RENG-RECIBIDOS TO WS-RECIB-EDIT.
           MOVE WS-RECIB-EDIT     TO WS-LINEA(61:9).
           MOVE WS-TASA-EDIT      TO WS-LINEA(71:6).

       3700-ARMAR-TASA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Arma en WS-LINEA el renglon de resolucion con las tres
      *    cantidades ya editadas (pendientes, reciclados,
      *    desafectados)
       3750-ARMAR-RESOLUCION.

           MOVE SPACES TO WS-LINEA.
           STRING '  RESOLUCION: PENDIENTES (P) ' WS-CANT-EDIT
                  '  RECICLADOS (R) ' WS-CANT-EDIT-2
                  '  DESAFECTADOS (X) ' WS-CANT-EDIT-3
               DELIMITED BY SIZE INTO WS-LINEA.

       3750-ARMAR-RESOLUCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3900-GRABAR-LINEA.

           WRITE LINEA-REPRECH FROM WS-LINEA.

           IF NOT FS-REPRECH-OK
              DISPLAY 'ERROR AL GRABAR EL TABLERO DE RECHAZOS'
              DISPLAY 'FILE STATUS: ' FS-REPRECH
              STOP RUN
           END-IF.

       3900-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-MOSTRAR-RESUMEN.

           DISPLAY '================================================'.
           DISPLAY 'RECHAZOS PENDIENTES LEIDOS  : ' WS-RECH-LEIDOS.
           DISPLAY 'RECHAZOS DEL HISTORIAL      : ' WS-HIS-LEIDOS.
           DISPLAY 'RECHAZOS DEL PERIODO        : '
                   WS-RECH-DEL-PERIODO.
           DISPLAY 'RECHAZOS SIN FECHA LEGIBLE  : '
                   WS-RECH-SIN-FECHA.
           DISPLAY 'RECHAZOS SIN SUCURSAL VALIDA: '
                   WS-RECH-SIN-SUCURSAL.
           DISPLAY 'CORRIDAS DEL PERIODO        : ' WS-CO-CANT.
           DISPLAY 'PENDIENTES VENCIDOS         : ' WS-VE-CANT.
           DISPLAY 'REPORTE EN ' WS-NOMBRE-REPRECH.
           DISPLAY '================================================'.

       4000-MOSTRAR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Convierte WS-DIA-FECHA (AAAAMMDD) en WS-DIA-NUMERO, un
      *    numero de dia corrido: anios por 365, mas los dias de
      *    bisiesto (cada 4, salvo seculares no divisibles por 400)
      *    hasta el anio anterior, o hasta el propio si ya paso
      *    febrero, mas los dias del anio. Restando dos numeros se
      *    obtienen los dias entre dos fechas. Misma rutina que
      *    CL12EJ18.
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

       END PROGRAM CL12EJ22.
