      *----------------------------------------------------------------*
      * Purpose: Barrido de integridad entre los maestros del sistema.
      *          Cruza VENDEDORES.DAT, CUOTAS.TXT, COMISTAB.TXT y el
      *          maestro historico MAESVTAS.TXT y lista en REPINTEG.TXT,
      *          por categoria:
      *          1) cuotas de codigos dados de baja o inexistentes;
      *          2) vendedores activos de una sucursal sin tramos de
      *             comision vigentes a hoy en COMISTAB;
      *          3) nombres de MAESVTAS que ya no resuelven por
      *             VDM-NOMBRE-NORM (vendedor renombrado o borrado);
      *          4) vendedores con ventas en una sucursal que no es la
      *             suya a la fecha de la venta (segun SUCHIST.TXT);
      *          5) vendedores activos sin ventas en los ultimos
      *             INTEGDIAS dias (90 si no se indica).
      *          Con INTEGBAJAS=S graba ademas, con el layout de
      *          NOVEDVEND.TXT, una novedad de baja sugerida por cada
      *          vendedor de la categoria 5 (NOVEDBAJA.TXT), para que
      *          se revise antes de pasarla a CL12EJ02. Termina con
      *          RETURN-CODE 8 si hubo observaciones.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL12EJ23.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----El mismo PARAMETROS.TXT de CL12EJ01: de aca se toman los
      *    overrides VENDEDORES=, CUOTAS=, COMISIONES=, MAESVTAS=,
      *    SUCHIST=, REPINTEG=, NOVEDBAJA=, la ventana INTEGDIAS= y
      *    el pedido de bajas sugeridas INTEGBAJAS=S.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *----Maestro de vendedores, aca solo se lee: una pasada por
      *    codigo para cargarlo y despues lecturas directas por el
      *    nombre normalizado para cada venta
       SELECT VENDMAST
           ASSIGN DYNAMIC WS-NOMBRE-VENDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VDM-CODIGO
           ALTERNATE RECORD KEY IS VDM-NOMBRE-NORM WITH DUPLICATES
           FILE STATUS IS FS-VENDMAST.

      *----Cuotas mensuales por vendedor que mantiene CL12EJ11
       SELECT CUOTAS
           ASSIGN DYNAMIC WS-NOMBRE-CUOTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUOTAS.

      *----La tabla de tramos de comision que mantiene CL12EJ08
       SELECT COMISTAB
           ASSIGN DYNAMIC WS-NOMBRE-COMISTAB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMISTAB.

      *----Historial de asignaciones de sucursal que graban
      *    CL12EJ02 y CL12EJ14; opcional, como en CL12EJ09
       SELECT SUCHIST
           ASSIGN DYNAMIC WS-NOMBRE-SUCHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCHIST.

      *----Maestro historico de ventas que acumula CL12EJ06
       SELECT VENTAS
           ASSIGN DYNAMIC WS-NOMBRE-VENTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENTAS.

      *----El reporte de integridad formateado
       SELECT REPINTEG
           ASSIGN DYNAMIC WS-NOMBRE-REPINTEG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPINTEG.

      *----Bajas sugeridas, con el layout de NOVEDVEND.TXT
       SELECT NOVEDBAJA
           ASSIGN DYNAMIC WS-NOMBRE-NOVEDBAJA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVEDBAJA.

      *----------------------------------------------------------------*

       DATA DIVISION.

       FILE SECTION.
      *----Definicion registro del archivo de parametros de corrida
       FD PARAMETROS.
       01 REGISTRO-PARAMETRO                PIC X(80).

      *----Mismo layout que mantiene CL12EJ02
       FD VENDMAST.
       01 REGISTRO-VENDMAST.
          05 VDM-CODIGO                  PIC 9(05).
          05 VDM-NOMBRE                  PIC X(30).
          05 VDM-NOMBRE-NORM             PIC X(30).
          05 VDM-SUCURSAL                PIC X(01).
          05 VDM-ESTADO                  PIC X(01).
          05 VDM-FECHA-ALTA              PIC X(10).

      *----Mismo layout que mantiene CL12EJ11
       FD CUOTAS.
       01 REGISTRO-CUOTA.
          05 CUO-CODIGO                  PIC 9(05).
          05 CUO-ANIO                    PIC 9(04).
          05 CUO-MES                     PIC 9(02).
          05 CUO-IMPORTE                 PIC 9(8)V9(2).

      *----Mismo layout que graba CL12EJ08
       FD COMISTAB.
       01 REGISTRO-COMISTAB.
          05 CMT-SUCURSAL                PIC X(01).
          05 CMT-TRAMO-DESDE             PIC 9(8)V9(2).
          05 CMT-TASA                    PIC 9(2)V9(2).
          05 CMT-VIG-DESDE               PIC 9(08).
          05 CMT-VIG-HASTA               PIC 9(08).

      *----Mismo layout que graba CL12EJ14
       FD SUCHIST.
       01 REGISTRO-SUCHIST.
          05 SCH-CODIGO                  PIC 9(05).
          05 SCH-SUCURSAL                PIC X(01).
          05 SCH-SUCURSAL-ANT            PIC X(01).
          05 SCH-FECHA-DESDE             PIC 9(08).
          05 SCH-ORIGEN                  PIC X(01).
          05 SCH-FECHA-REG               PIC 9(08).

      *----Mismo layout que SALIDA-TOT de CL12EJ01 (y que el maestro
      *    historico de CL12EJ06)
       FD VENTAS.
       01 REG-VENTA.
          05 VTA-FECHA                  PIC X(08).
          05 VTA-VENDEDOR               PIC X(30).
          05 VTA-IMPORTE                PIC 9(8)V9(2).
          05 VTA-SUCURSAL               PIC X(01).
          05 VTA-TIPO-MOV               PIC X(01).

      *----Linea del reporte de integridad
       FD REPINTEG.
       01 LINEA-REPINTEG                PIC X(120).

      *----Mismo layout que el REGISTRO-NOVEDAD que lee CL12EJ02
       FD NOVEDBAJA.
       01 REGISTRO-NOVEDAD.
          05 NOV-ACCION                  PIC X(01).
          05 NOV-CODIGO                  PIC 9(05).
          05 NOV-NOMBRE                  PIC X(30).
          05 NOV-SUCURSAL                PIC X(01).
          05 NOV-FECHA-ALTA              PIC X(10).

      *----------------------------------------------------------------*

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                PIC X(2).
             88 FS-PARAMETROS-OK            VALUE '00'.
             88 FS-PARAMETROS-EOF           VALUE '10'.
             88 FS-PARAMETROS-NOEXISTE      VALUE '35'.
          05 FS-VENDMAST                  PIC X(2).
             88 FS-VENDMAST-OK              VALUE '00'.
             88 FS-VENDMAST-EOF             VALUE '10'.
             88 FS-VENDMAST-NOEXISTE        VALUE '35'.
             88 FS-VENDMAST-NOHALLADO       VALUE '23'.
          05 FS-CUOTAS                    PIC X(2).
             88 FS-CUOTAS-OK                VALUE '00'.
             88 FS-CUOTAS-EOF               VALUE '10'.
             88 FS-CUOTAS-NOEXISTE          VALUE '35'.
          05 FS-COMISTAB                  PIC X(2).
             88 FS-COMISTAB-OK              VALUE '00'.
             88 FS-COMISTAB-EOF             VALUE '10'.
             88 FS-COMISTAB-NOEXISTE        VALUE '35'.
          05 FS-SUCHIST                   PIC X(2).
             88 FS-SUCHIST-OK               VALUE '00'.
             88 FS-SUCHIST-EOF              VALUE '10'.
             88 FS-SUCHIST-NOEXISTE         VALUE '35'.
          05 FS-VENTAS                    PIC X(2).
             88 FS-VENTAS-OK                VALUE '00'.
             88 FS-VENTAS-EOF               VALUE '10'.
             88 FS-VENTAS-NOEXISTE          VALUE '35'.
          05 FS-REPINTEG                  PIC X(2).
             88 FS-REPINTEG-OK              VALUE '00'.
          05 FS-NOVEDBAJA                 PIC X(2).
             88 FS-NOVEDBAJA-OK             VALUE '00'.

      *----Nombres de los archivos, con los overrides de
      *    PARAMETROS.TXT aplicados en 0050-LEER-PARAMETROS. Las
      *    bajas sugeridas no van directo a NOVEDVEND.TXT: salen
      *    aparte para revisarlas y recien despues se le pasan a
      *    CL12EJ02 (NOVEDADES=).
       01 WS-NOMBRE-VENDMAST            PIC X(40)
          VALUE '../VENDEDORES.DAT'.
       01 WS-NOMBRE-CUOTAS              PIC X(40)
          VALUE '../CUOTAS.TXT'.
       01 WS-NOMBRE-COMISTAB            PIC X(40)
          VALUE '../COMISTAB.TXT'.
       01 WS-NOMBRE-SUCHIST             PIC X(40)
          VALUE '../SUCHIST.TXT'.
       01 WS-NOMBRE-VENTAS              PIC X(40)
          VALUE '../MAESVTAS.TXT'.
       01 WS-NOMBRE-REPINTEG            PIC X(40)
          VALUE '../REPINTEG.TXT'.
       01 WS-NOMBRE-NOVEDBAJA           PIC X(40)
          VALUE '../NOVEDBAJA.TXT'.

      *----Dias sin ventas a partir de los cuales un vendedor activo
      *    se informa como inactivo, y pedido de bajas sugeridas
       01 WS-INACTIVIDAD-DIAS           PIC 9(03) VALUE 90.
       01 WS-GRABAR-BAJAS               PIC X(01) VALUE 'N'.
          88 WS-GRABAR-BAJAS-SI               VALUE 'S'.
          88 WS-GRABAR-BAJAS-NO               VALUE 'N'.

      *----Campos de trabajo para partir cada linea CLAVE=VALOR del
      *    archivo de parametros.
       01 WS-PARM-LINEA                 PIC X(80).
       01 WS-PARM-CLAVE                 PIC X(20).
       01 WS-PARM-VALOR                 PIC X(40).
       01 WS-PARAMETROS-EOF             PIC X(01) VALUE 'N'.
          88 WS-PARAMETROS-EOF-YES            VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO             VALUE 'N'.

       01 WS-VENDMAST-EOF               PIC X(01) VALUE 'N'.
          88 WS-VENDMAST-EOF-YES              VALUE 'Y'.
          88 WS-VENDMAST-EOF-NO               VALUE 'N'.
       01 WS-CUOTAS-EOF                 PIC X(01) VALUE 'N'.
          88 WS-CUOTAS-EOF-YES                VALUE 'Y'.
          88 WS-CUOTAS-EOF-NO                 VALUE 'N'.
       01 WS-COMISTAB-EOF               PIC X(01) VALUE 'N'.
          88 WS-COMISTAB-EOF-YES              VALUE 'Y'.
          88 WS-COMISTAB-EOF-NO               VALUE 'N'.
       01 WS-SUCHIST-EOF                PIC X(01) VALUE 'N'.
          88 WS-SUCHIST-EOF-YES               VALUE 'Y'.
          88 WS-SUCHIST-EOF-NO                VALUE 'N'.
       01 WS-VENTAS-EOF                 PIC X(01) VALUE 'N'.
          88 WS-VENTAS-EOF-YES                VALUE 'Y'.
          88 WS-VENTAS-EOF-NO                 VALUE 'N'.

      *----Fecha de hoy y limite de la ventana de inactividad
       01 WS-FECHA-SISTEMA              PIC 9(08) VALUE 0.
       01 WS-FECHA-SISTEMA-X REDEFINES WS-FECHA-SISTEMA
                                        PIC X(08).
       01 WS-HOY-DIAS                   PIC 9(07) VALUE 0.
       01 WS-LIMITE-DIAS                PIC S9(07) VALUE 0.

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

      *----Tabla en memoria del maestro de vendedores, en orden de
      *    codigo, con la ultima venta hallada en MAESVTAS
       01 WS-VN-CANT                    PIC 9(05) VALUE 0.
       01 WS-VN-IX                      PIC 9(05) COMP.
       01 WS-VN-HALLADO                 PIC 9(05) VALUE 0.
       01 WS-BUSCA-CODIGO               PIC 9(05) VALUE 0.
       01 WS-TABLA-VENDEDORES.
          05 WS-VN-DATOS OCCURS 5000 TIMES.
             10 WS-VN-CODIGO                 PIC 9(05).
             10 WS-VN-NOMBRE                 PIC X(30).
             10 WS-VN-SUCURSAL               PIC X(01).
             10 WS-VN-ESTADO                 PIC X(01).
             10 WS-VN-FECHA-ALTA             PIC X(10).
             10 WS-VN-ULT-VENTA              PIC X(08).

      *----Tabla en memoria de los tramos de comision (solo hace
      *    falta sucursal y vigencia)
       01 WS-CT-CANT                    PIC 9(03) VALUE 0.
       01 WS-CT-IX                      PIC 9(03) COMP.
       01 WS-CT-HALLADO                 PIC 9(03) VALUE 0.
       01 WS-TABLA-COMISIONES.
          05 WS-CT-DATOS OCCURS 500 TIMES.
             10 WS-CT-SUCURSAL               PIC X(01).
             10 WS-CT-VIG-DESDE              PIC 9(08).
             10 WS-CT-VIG-HASTA              PIC 9(08).

      *----Tabla en memoria del historial de sucursales, en el orden
      *    del archivo (a igual vigencia manda la asignacion grabada
      *    despues)
       01 WS-SH-CANT                    PIC 9(05) VALUE 0.
       01 WS-SH-IX                      PIC 9(05) COMP.
       01 WS-SH-HALLADO                 PIC 9(05) VALUE 0.
       01 WS-SH-PRIMERO                 PIC 9(05) VALUE 0.
       01 WS-SH-MAYOR                   PIC 9(08) VALUE 0.
       01 WS-SH-MENOR                   PIC 9(08) VALUE 0.
       01 WS-TABLA-HISTORIAL.
          05 WS-SH-DATOS OCCURS 5000 TIMES.
             10 WS-SH-CODIGO                 PIC 9(05).
             10 WS-SH-SUCURSAL               PIC X(01).
             10 WS-SH-SUCURSAL-ANT           PIC X(01).
             10 WS-SH-DESDE                  PIC 9(08).

      *----Pedido y respuesta de 8200-SUCURSAL-VIGENTE: codigo del
      *    vendedor, fecha de la venta y sucursal actual del maestro
      *    (la que rige si el historial no dice nada)
       01 WS-SV-CODIGO                  PIC 9(05) VALUE 0.
       01 WS-SV-FECHA                   PIC 9(08) VALUE 0.
       01 WS-SV-ACTUAL                  PIC X(01) VALUE SPACES.
       01 WS-SV-SUCURSAL                PIC X(01) VALUE SPACES.

      *----Nombres de MAESVTAS que no resuelven en el maestro
       01 WS-NR-CANT                    PIC 9(04) VALUE 0.
       01 WS-NR-IX                      PIC 9(04) COMP.
       01 WS-NR-HALLADO                 PIC 9(04) VALUE 0.
       01 WS-TABLA-NO-RESUELTOS.
          05 WS-NR-DATOS OCCURS 1000 TIMES.
             10 WS-NR-NOMBRE                 PIC X(30).
             10 WS-NR-MOVIMIENTOS            PIC 9(05).
             10 WS-NR-PRIMERA                PIC X(08).
             10 WS-NR-ULTIMA                 PIC X(08).
             10 WS-NR-NETO                   PIC S9(10)V9(2).

      *----Ventas en sucursal ajena: codigo, sucursal de la venta y
      *    sucursal que le correspondia ese dia
       01 WS-OS-CANT                    PIC 9(04) VALUE 0.
       01 WS-OS-IX                      PIC 9(04) COMP.
       01 WS-OS-HALLADO                 PIC 9(04) VALUE 0.
       01 WS-TABLA-OTRA-SUCURSAL.
          05 WS-OS-DATOS OCCURS 2000 TIMES.
             10 WS-OS-CODIGO                 PIC 9(05).
             10 WS-OS-SUC-VENTA              PIC X(01).
             10 WS-OS-SUC-PROPIA             PIC X(01).
             10 WS-OS-MOVIMIENTOS            PIC 9(05).
             10 WS-OS-ULTIMA                 PIC X(08).
             10 WS-OS-NETO                   PIC S9(10)V9(2).

      *----Venta en curso, con el importe ya con su signo
       01 WS-VTA-NETO                   PIC S9(10)V9(2) VALUE 0.

      *----Campos de trabajo de la normalizacion de nombres
       01 WS-NORM-ENT                   PIC X(30).
       01 WS-NORM-SAL                   PIC X(30).
       01 WS-NORM-I                     PIC 9(02) COMP.
       01 WS-NORM-J                     PIC 9(02) COMP VALUE 0.
       01 WS-NORM-ANT-BLANCO            PIC X(01) VALUE 'S'.

      *----Contadores por categoria y del resumen
       01 WS-CUO-LEIDAS                 PIC 9(07) VALUE 0.
       01 WS-VTA-LEIDAS                 PIC 9(07) VALUE 0.
       01 WS-VTA-INVALIDAS              PIC 9(07) VALUE 0.
       01 WS-CAT1-CANT                  PIC 9(05) VALUE 0.
       01 WS-CAT2-CANT                  PIC 9(05) VALUE 0.
       01 WS-CAT5-CANT                  PIC 9(05) VALUE 0.
       01 WS-BAJAS-GRABADAS             PIC 9(05) VALUE 0.
       01 WS-OBSERVACIONES              PIC 9(07) VALUE 0.
       01 WS-CIERRE-CANT                PIC 9(05) VALUE 0.

      *----Armado de lineas del reporte
       01 WS-LINEA                      PIC X(120).
       01 WS-CANT-EDIT                  PIC ZZZZ9.
       01 WS-IMP-EDIT                   PIC ZZ.ZZZ.ZZ9,99.
       01 WS-IMP-EDIT-NETO              PIC Z.ZZZ.ZZZ.ZZ9,99-.
       01 WS-DIAS-EDIT                  PIC ZZ9.
       01 WS-FECHA-EDIT                 PIC X(10).
       01 WS-FECHA-EDIT-2               PIC X(10).
       01 WS-MOTIVO                     PIC X(30).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0050-LEER-PARAMETROS
              THRU 0050-LEER-PARAMETROS-EXIT.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA-X TO WS-DIA-FECHA.
           PERFORM 8100-CALCULAR-DIAS
              THRU 8100-CALCULAR-DIAS-EXIT.
           MOVE WS-DIA-NUMERO TO WS-HOY-DIAS.
           COMPUTE WS-LIMITE-DIAS =
                   WS-HOY-DIAS - WS-INACTIVIDAD-DIAS.

           PERFORM 1000-CARGAR-VENDEDORES
              THRU 1000-CARGAR-VENDEDORES-EXIT.

           PERFORM 1100-CARGAR-COMISIONES
              THRU 1100-CARGAR-COMISIONES-EXIT.

           PERFORM 1300-CARGAR-HISTORIAL
              THRU 1300-CARGAR-HISTORIAL-EXIT.

           OPEN OUTPUT REPINTEG.

           IF NOT FS-REPINTEG-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPINTEG'
              DISPLAY 'FILE STATUS: ' FS-REPINTEG
      * SI NO ABRE EL ARCHIVO DE SALIDA DETENGO EL PROCESO
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINEA.
           STRING 'CONTROL DE INTEGRIDAD DE MAESTROS AL '
                  WS-FECHA-SISTEMA-X(7:2) '/'
                  WS-FECHA-SISTEMA-X(5:2) '/'
                  WS-FECHA-SISTEMA-X(1:4)
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 2000-CONTROLAR-CUOTAS
              THRU 2000-CONTROLAR-CUOTAS-EXIT.

           PERFORM 2200-CONTROLAR-SUCURSALES
              THRU 2200-CONTROLAR-SUCURSALES-EXIT.

           PERFORM 2400-RECORRER-VENTAS
              THRU 2400-RECORRER-VENTAS-EXIT.

           CLOSE VENDMAST.

           IF NOT FS-VENDMAST-OK
              DISPLAY 'ERROR EN CLOSE DEL MAESTRO DE VENDEDORES: '
                      FS-VENDMAST
           END-IF.

           PERFORM 3000-INFORMAR-NO-RESUELTOS
              THRU 3000-INFORMAR-NO-RESUELTOS-EXIT.

           PERFORM 3200-INFORMAR-OTRA-SUCURSAL
              THRU 3200-INFORMAR-OTRA-SUCURSAL-EXIT.

           PERFORM 3400-INFORMAR-INACTIVOS
              THRU 3400-INFORMAR-INACTIVOS-EXIT.

           CLOSE REPINTEG.

           IF NOT FS-REPINTEG-OK
              DISPLAY 'ERROR EN CLOSE DE REPINTEG: ' FS-REPINTEG
           END-IF.

           PERFORM 4000-MOSTRAR-RESUMEN
              THRU 4000-MOSTRAR-RESUMEN-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      *----Lee, si existe, PARAMETROS.TXT y pisa los nombres por
      *    defecto, la ventana y el pedido de bajas; mismo criterio
      *    de archivo opcional que CL12EJ01.
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
               WHEN 'VENDEDORES'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-VENDMAST
               WHEN 'CUOTAS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-CUOTAS
               WHEN 'COMISIONES'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-COMISTAB
               WHEN 'SUCHIST'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUCHIST
               WHEN 'MAESVTAS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-VENTAS
               WHEN 'REPINTEG'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-REPINTEG
               WHEN 'NOVEDBAJA'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-NOVEDBAJA
               WHEN 'INTEGDIAS'
                    IF WS-PARM-VALOR(1:3) NUMERIC
                       MOVE WS-PARM-VALOR(1:3) TO WS-INACTIVIDAD-DIAS
                    ELSE
                       DISPLAY 'INTEGDIAS INVALIDO, SE IGNORA: '
                               WS-PARM-VALOR
                    END-IF
               WHEN 'INTEGBAJAS'
                    IF WS-PARM-VALOR(1:1) = 'S'
                       SET WS-GRABAR-BAJAS-SI TO TRUE
                    ELSE
                       SET WS-GRABAR-BAJAS-NO TO TRUE
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       0055-LEER-PARAMETROS-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Abre el maestro de vendedores (queda abierto para las
      *    lecturas por nombre de las ventas) y lo carga entero en
      *    orden de codigo con una pasada secuencial por clave.
       1000-CARGAR-VENDEDORES.

           OPEN INPUT VENDMAST.

           IF FS-VENDMAST-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-VENDMAST
              DISPLAY 'SIN MAESTRO NO HAY NADA QUE CONTROLAR'
              STOP RUN
           END-IF.

           IF NOT FS-VENDMAST-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE VENDEDORES'
              DISPLAY 'FILE STATUS: ' FS-VENDMAST
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-VENDMAST-EOF.
           MOVE LOW-VALUES TO VDM-CODIGO.

           START VENDMAST
               KEY IS >= VDM-CODIGO
               INVALID KEY
                  SET WS-VENDMAST-EOF-YES TO TRUE
           END-START.

           PERFORM 1050-CARGAR-VENDEDOR-UNO
              THRU 1050-CARGAR-VENDEDOR-UNO-EXIT
              UNTIL WS-VENDMAST-EOF-YES.

       1000-CARGAR-VENDEDORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-CARGAR-VENDEDOR-UNO.

           READ VENDMAST NEXT.

           IF NOT FS-VENDMAST-OK
              SET WS-VENDMAST-EOF-YES TO TRUE
              GO TO 1050-CARGAR-VENDEDOR-UNO-EXIT
           END-IF.

           IF WS-VN-CANT >= 5000
              DISPLAY 'TABLA DE VENDEDORES LLENA (MAXIMO 5000)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-VN-CANT.
           MOVE VDM-CODIGO     TO WS-VN-CODIGO(WS-VN-CANT).
           MOVE VDM-NOMBRE     TO WS-VN-NOMBRE(WS-VN-CANT).
           MOVE VDM-SUCURSAL   TO WS-VN-SUCURSAL(WS-VN-CANT).
           MOVE VDM-ESTADO     TO WS-VN-ESTADO(WS-VN-CANT).
           MOVE VDM-FECHA-ALTA TO WS-VN-FECHA-ALTA(WS-VN-CANT).
           MOVE SPACES         TO WS-VN-ULT-VENTA(WS-VN-CANT).

       1050-CARGAR-VENDEDOR-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga sucursal y vigencia de cada tramo. Sin tabla todos
      *    los vendedores activos salen en la categoria 2.
       1100-CARGAR-COMISIONES.

           OPEN INPUT COMISTAB.

           IF FS-COMISTAB-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-COMISTAB
              GO TO 1100-CARGAR-COMISIONES-EXIT
           END-IF.

           IF NOT FS-COMISTAB-OK
              DISPLAY 'ERROR AL ABRIR LA TABLA DE COMISIONES'
              DISPLAY 'FILE STATUS: ' FS-COMISTAB
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-COMISTAB-EOF.

           PERFORM 1150-CARGAR-TRAMO-UNO
              THRU 1150-CARGAR-TRAMO-UNO-EXIT
              UNTIL WS-COMISTAB-EOF-YES.

           CLOSE COMISTAB.

       1100-CARGAR-COMISIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-CARGAR-TRAMO-UNO.

           READ COMISTAB.

           IF FS-COMISTAB-EOF
              SET WS-COMISTAB-EOF-YES TO TRUE
              GO TO 1150-CARGAR-TRAMO-UNO-EXIT
           END-IF.

           IF NOT FS-COMISTAB-OK
              DISPLAY 'ERROR AL LEER LA TABLA DE COMISIONES'
              DISPLAY 'FILE STATUS: ' FS-COMISTAB
              STOP RUN
           END-IF.

           IF WS-CT-CANT >= 500
              DISPLAY 'TABLA DE COMISIONES LLENA (MAXIMO 500)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-CT-CANT.
           MOVE CMT-SUCURSAL    TO WS-CT-SUCURSAL(WS-CT-CANT).

      *----Un tramo grabado antes de llevar vigencias rige siempre
           IF CMT-VIG-DESDE NUMERIC
              MOVE CMT-VIG-DESDE TO WS-CT-VIG-DESDE(WS-CT-CANT)
           ELSE
              MOVE 0             TO WS-CT-VIG-DESDE(WS-CT-CANT)
           END-IF.

           IF CMT-VIG-HASTA NUMERIC AND CMT-VIG-HASTA > 0
              MOVE CMT-VIG-HASTA TO WS-CT-VIG-HASTA(WS-CT-CANT)
           ELSE
              MOVE 99999999      TO WS-CT-VIG-HASTA(WS-CT-CANT)
           END-IF.

       1150-CARGAR-TRAMO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga el historial de sucursales. Es opcional: sin
      *    historial rige la sucursal actual del maestro, igual que
      *    en CL12EJ09.
       1300-CARGAR-HISTORIAL.

           OPEN INPUT SUCHIST.

           IF FS-SUCHIST-NOEXISTE
              DISPLAY 'SIN ' WS-NOMBRE-SUCHIST
                      ', RIGE LA SUCURSAL DEL MAESTRO'
              GO TO 1300-CARGAR-HISTORIAL-EXIT
           END-IF.

           IF NOT FS-SUCHIST-OK
              DISPLAY 'ERROR AL ABRIR EL HISTORIAL DE SUCURSALES'
              DISPLAY 'FILE STATUS: ' FS-SUCHIST
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-SUCHIST-EOF.

           PERFORM 1350-CARGAR-HISTORIAL-UNO
              THRU 1350-CARGAR-HISTORIAL-UNO-EXIT
              UNTIL WS-SUCHIST-EOF-YES.

           CLOSE SUCHIST.

       1300-CARGAR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1350-CARGAR-HISTORIAL-UNO.

           READ SUCHIST.

           IF FS-SUCHIST-EOF
              SET WS-SUCHIST-EOF-YES TO TRUE
              GO TO 1350-CARGAR-HISTORIAL-UNO-EXIT
           END-IF.

           IF NOT FS-SUCHIST-OK
              DISPLAY 'ERROR AL LEER EL HISTORIAL DE SUCURSALES'
              DISPLAY 'FILE STATUS: ' FS-SUCHIST
              STOP RUN
           END-IF.

           IF SCH-FECHA-DESDE NOT NUMERIC
              GO TO 1350-CARGAR-HISTORIAL-UNO-EXIT
           END-IF.

           IF WS-SH-CANT >= 5000
              DISPLAY 'TABLA DE HISTORIAL LLENA (MAXIMO 5000)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-SH-CANT.
           MOVE SCH-CODIGO       TO WS-SH-CODIGO(WS-SH-CANT).
           MOVE SCH-SUCURSAL     TO WS-SH-SUCURSAL(WS-SH-CANT).
           MOVE SCH-SUCURSAL-ANT TO WS-SH-SUCURSAL-ANT(WS-SH-CANT).
           MOVE SCH-FECHA-DESDE  TO WS-SH-DESDE(WS-SH-CANT).

       1350-CARGAR-HISTORIAL-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Categoria 1: cada cuota cuyo codigo no existe en el
      *    maestro o esta dado de baja. CUOTAS.TXT es opcional.
       2000-CONTROLAR-CUOTAS.

           MOVE '1) CUOTAS DE VENDEDORES DADOS DE BAJA O INEXISTENTES'
             TO WS-LINEA.
           PERFORM 3800-GRABAR-TITULO
              THRU 3800-GRABAR-TITULO-EXIT.

           MOVE SPACES      TO WS-LINEA.
           MOVE 'CODIGO'    TO WS-LINEA(3:6).
           MOVE 'NOMBRE'    TO WS-LINEA(10:6).
           MOVE 'PERIODO'   TO WS-LINEA(41:7).
           MOVE 'CUOTA'     TO WS-LINEA(58:5).
           MOVE 'MOTIVO'    TO WS-LINEA(64:6).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           OPEN INPUT CUOTAS.

           IF FS-CUOTAS-NOEXISTE
              MOVE '  SIN ARCHIVO DE CUOTAS' TO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-EXIT
              GO TO 2000-CONTROLAR-CUOTAS-EXIT
           END-IF.

           IF NOT FS-CUOTAS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE CUOTAS'
              DISPLAY 'FILE STATUS: ' FS-CUOTAS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-CUOTAS-EOF.

           PERFORM 2050-CONTROLAR-CUOTA-UNA
              THRU 2050-CONTROLAR-CUOTA-UNA-EXIT
              UNTIL WS-CUOTAS-EOF-YES.

           CLOSE CUOTAS.

           MOVE WS-CAT1-CANT TO WS-CIERRE-CANT.
           PERFORM 3850-GRABAR-CIERRE
              THRU 3850-GRABAR-CIERRE-EXIT.

       2000-CONTROLAR-CUOTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2050-CONTROLAR-CUOTA-UNA.

           READ CUOTAS.

           IF FS-CUOTAS-EOF
              SET WS-CUOTAS-EOF-YES TO TRUE
              GO TO 2050-CONTROLAR-CUOTA-UNA-EXIT
           END-IF.

           IF NOT FS-CUOTAS-OK
              DISPLAY 'ERROR AL LEER EL ARCHIVO DE CUOTAS'
              DISPLAY 'FILE STATUS: ' FS-CUOTAS
              STOP RUN
           END-IF.

           ADD 1 TO WS-CUO-LEIDAS.

           MOVE 0 TO WS-VN-HALLADO.

           IF CUO-CODIGO NUMERIC
              MOVE CUO-CODIGO TO WS-BUSCA-CODIGO
              PERFORM 2750-UBICAR-VENDEDOR-UNO
                 THRU 2750-UBICAR-VENDEDOR-UNO-EXIT
                VARYING WS-VN-IX FROM 1 BY 1
                  UNTIL WS-VN-IX > WS-VN-CANT
                     OR WS-VN-HALLADO > 0
           END-IF.

           IF WS-VN-HALLADO = 0
              MOVE 'CODIGO INEXISTENTE'  TO WS-MOTIVO
           ELSE
              IF WS-VN-ESTADO(WS-VN-HALLADO) = 'A'
                 GO TO 2050-CONTROLAR-CUOTA-UNA-EXIT
              END-IF
              MOVE 'VENDEDOR DADO DE BAJA' TO WS-MOTIVO
           END-IF.

           ADD 1 TO WS-CAT1-CANT.

           IF CUO-IMPORTE NUMERIC
              MOVE CUO-IMPORTE TO WS-IMP-EDIT
           ELSE
              MOVE 0           TO WS-IMP-EDIT
           END-IF.

           MOVE SPACES     TO WS-LINEA.
           MOVE CUO-CODIGO TO WS-LINEA(3:5).

           IF WS-VN-HALLADO > 0
              MOVE WS-VN-NOMBRE(WS-VN-HALLADO) TO WS-LINEA(10:30)
           END-IF.

           MOVE CUO-MES     TO WS-LINEA(41:2).
           MOVE '/'         TO WS-LINEA(43:1).
           MOVE CUO-ANIO    TO WS-LINEA(44:4).
           MOVE WS-IMP-EDIT TO WS-LINEA(50:13).
           MOVE WS-MOTIVO   TO WS-LINEA(64:30).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       2050-CONTROLAR-CUOTA-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Categoria 2: vendedores activos cuya sucursal del maestro
      *    no tiene ningun tramo vigente a hoy en COMISTAB (CL12EJ09
      *    les liquidaria comision 0).
       2200-CONTROLAR-SUCURSALES.

           MOVE '2) VENDEDORES DE SUCURSALES SIN TRAMOS DE COMISION'
             TO WS-LINEA.
           PERFORM 3800-GRABAR-TITULO
              THRU 3800-GRABAR-TITULO-EXIT.

           MOVE SPACES      TO WS-LINEA.
           MOVE 'CODIGO'    TO WS-LINEA(3:6).
           MOVE 'NOMBRE'    TO WS-LINEA(10:6).
           MOVE 'SUCURSAL'  TO WS-LINEA(41:8).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 2250-CONTROLAR-SUCURSAL-UNO
              THRU 2250-CONTROLAR-SUCURSAL-UNO-EXIT
             VARYING WS-VN-IX FROM 1 BY 1
               UNTIL WS-VN-IX > WS-VN-CANT.

           MOVE WS-CAT2-CANT TO WS-CIERRE-CANT.
           PERFORM 3850-GRABAR-CIERRE
              THRU 3850-GRABAR-CIERRE-EXIT.

       2200-CONTROLAR-SUCURSALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-CONTROLAR-SUCURSAL-UNO.

           IF WS-VN-ESTADO(WS-VN-IX) NOT = 'A'
              GO TO 2250-CONTROLAR-SUCURSAL-UNO-EXIT
           END-IF.

           MOVE 0 TO WS-CT-HALLADO.

           PERFORM 2270-BUSCAR-TRAMO-UNO
              THRU 2270-BUSCAR-TRAMO-UNO-EXIT
             VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-CANT
                  OR WS-CT-HALLADO > 0.

           IF WS-CT-HALLADO > 0
              GO TO 2250-CONTROLAR-SUCURSAL-UNO-EXIT
           END-IF.

           ADD 1 TO WS-CAT2-CANT.

           MOVE SPACES                       TO WS-LINEA.
           MOVE WS-VN-CODIGO(WS-VN-IX)       TO WS-LINEA(3:5).
           MOVE WS-VN-NOMBRE(WS-VN-IX)       TO WS-LINEA(10:30).
           MOVE WS-VN-SUCURSAL(WS-VN-IX)     TO WS-LINEA(41:1).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       2250-CONTROLAR-SUCURSAL-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2270-BUSCAR-TRAMO-UNO.

           IF WS-CT-SUCURSAL(WS-CT-IX) = WS-VN-SUCURSAL(WS-VN-IX)
              AND WS-CT-VIG-DESDE(WS-CT-IX) <= WS-FECHA-SISTEMA
              AND WS-CT-VIG-HASTA(WS-CT-IX) >= WS-FECHA-SISTEMA
              MOVE WS-CT-IX TO WS-CT-HALLADO
           END-IF.

       2270-BUSCAR-TRAMO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Una pasada por el maestro historico de ventas para las
      *    categorias 3, 4 y 5. MAESVTAS es opcional: sin historico
      *    esas categorias no se pueden controlar.
       2400-RECORRER-VENTAS.

           OPEN INPUT VENTAS.

           IF FS-VENTAS-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-VENTAS
              DISPLAY 'SIN HISTORICO NO SE CONTROLAN LAS VENTAS'
              GO TO 2400-RECORRER-VENTAS-EXIT
           END-IF.

           IF NOT FS-VENTAS-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO HISTORICO DE VENTAS'
              DISPLAY 'FILE STATUS: ' FS-VENTAS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-VENTAS-EOF.

           PERFORM 2450-CONTROLAR-VENTA-UNA
              THRU 2450-CONTROLAR-VENTA-UNA-EXIT
              UNTIL WS-VENTAS-EOF-YES.

           CLOSE VENTAS.

       2400-RECORRER-VENTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-CONTROLAR-VENTA-UNA.

           READ VENTAS.

           IF FS-VENTAS-EOF
              SET WS-VENTAS-EOF-YES TO TRUE
              GO TO 2450-CONTROLAR-VENTA-UNA-EXIT
           END-IF.

           IF NOT FS-VENTAS-OK
              DISPLAY 'ERROR AL LEER EL MAESTRO HISTORICO DE VENTAS'
              DISPLAY 'FILE STATUS: ' FS-VENTAS
              STOP RUN
           END-IF.

           ADD 1 TO WS-VTA-LEIDAS.

           IF VTA-FECHA NOT NUMERIC
              OR VTA-IMPORTE NOT NUMERIC
              ADD 1 TO WS-VTA-INVALIDAS
              GO TO 2450-CONTROLAR-VENTA-UNA-EXIT
           END-IF.

           IF VTA-TIPO-MOV = 'D'
              COMPUTE WS-VTA-NETO = 0 - VTA-IMPORTE
           ELSE
              MOVE VTA-IMPORTE TO WS-VTA-NETO
           END-IF.

           MOVE VTA-VENDEDOR TO WS-NORM-ENT.
           PERFORM 8000-NORMALIZAR-NOMBRE
              THRU 8000-NORMALIZAR-NOMBRE-EXIT.
           MOVE WS-NORM-SAL TO VDM-NOMBRE-NORM.

           READ VENDMAST
               KEY IS VDM-NOMBRE-NORM.

           EVALUATE TRUE
               WHEN FS-VENDMAST-OK
                    CONTINUE
               WHEN FS-VENDMAST-NOHALLADO
                    PERFORM 2500-SUMAR-NO-RESUELTO
                       THRU 2500-SUMAR-NO-RESUELTO-EXIT
                    GO TO 2450-CONTROLAR-VENTA-UNA-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE VENDEDORES'
                    DISPLAY 'FILE STATUS: ' FS-VENDMAST
                    STOP RUN
           END-EVALUATE.

      *----Ultima venta del vendedor, para la categoria 5
           MOVE 0 TO WS-VN-HALLADO.
           MOVE VDM-CODIGO TO WS-BUSCA-CODIGO.

           PERFORM 2750-UBICAR-VENDEDOR-UNO
              THRU 2750-UBICAR-VENDEDOR-UNO-EXIT
             VARYING WS-VN-IX FROM 1 BY 1
               UNTIL WS-VN-IX > WS-VN-CANT
                  OR WS-VN-HALLADO > 0.

           IF WS-VN-HALLADO > 0
              IF WS-VN-ULT-VENTA(WS-VN-HALLADO) = SPACES
                 OR VTA-FECHA > WS-VN-ULT-VENTA(WS-VN-HALLADO)
                 MOVE VTA-FECHA TO WS-VN-ULT-VENTA(WS-VN-HALLADO)
              END-IF
           END-IF.

      *----Sucursal que le correspondia al vendedor ese dia
           MOVE VDM-CODIGO   TO WS-SV-CODIGO.
           MOVE VTA-FECHA    TO WS-SV-FECHA.
           MOVE VDM-SUCURSAL TO WS-SV-ACTUAL.
           PERFORM 8200-SUCURSAL-VIGENTE
              THRU 8200-SUCURSAL-VIGENTE-EXIT.

           IF VTA-SUCURSAL NOT = WS-SV-SUCURSAL
              PERFORM 2600-SUMAR-OTRA-SUCURSAL
                 THRU 2600-SUMAR-OTRA-SUCURSAL-EXIT
           END-IF.

       2450-CONTROLAR-VENTA-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Acumula la venta en el renglon de su nombre no resuelto
       2500-SUMAR-NO-RESUELTO.

           MOVE 0 TO WS-NR-HALLADO.

           PERFORM 2550-BUSCAR-NO-RESUELTO-UNO
              THRU 2550-BUSCAR-NO-RESUELTO-UNO-EXIT
             VARYING WS-NR-IX FROM 1 BY 1
               UNTIL WS-NR-IX > WS-NR-CANT
                  OR WS-NR-HALLADO > 0.

           IF WS-NR-HALLADO = 0
              IF WS-NR-CANT >= 1000
                 DISPLAY 'TABLA DE NOMBRES NO RESUELTOS LLENA '
                         '(MAXIMO 1000)'
                 STOP RUN
              END-IF
              ADD 1 TO WS-NR-CANT
              MOVE WS-NR-CANT  TO WS-NR-HALLADO
              MOVE WS-NORM-SAL TO WS-NR-NOMBRE(WS-NR-HALLADO)
              MOVE 0           TO WS-NR-MOVIMIENTOS(WS-NR-HALLADO)
              MOVE VTA-FECHA   TO WS-NR-PRIMERA(WS-NR-HALLADO)
              MOVE VTA-FECHA   TO WS-NR-ULTIMA(WS-NR-HALLADO)
              MOVE 0           TO WS-NR-NETO(WS-NR-HALLADO)
           END-IF.

           ADD 1           TO WS-NR-MOVIMIENTOS(WS-NR-HALLADO).
           ADD WS-VTA-NETO TO WS-NR-NETO(WS-NR-HALLADO).

           IF VTA-FECHA < WS-NR-PRIMERA(WS-NR-HALLADO)
              MOVE VTA-FECHA TO WS-NR-PRIMERA(WS-NR-HALLADO)
           END-IF.

           IF VTA-FECHA > WS-NR-ULTIMA(WS-NR-HALLADO)
              MOVE VTA-FECHA TO WS-NR-ULTIMA(WS-NR-HALLADO)
           END-IF.

       2500-SUMAR-NO-RESUELTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-BUSCAR-NO-RESUELTO-UNO.

           IF WS-NR-NOMBRE(WS-NR-IX) = WS-NORM-SAL
              MOVE WS-NR-IX TO WS-NR-HALLADO
           END-IF.

       2550-BUSCAR-NO-RESUELTO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Acumula la venta en el renglon vendedor / sucursal de la
      *    venta / sucursal que le correspondia
       2600-SUMAR-OTRA-SUCURSAL.

           MOVE 0 TO WS-OS-HALLADO.

           PERFORM 2650-BUSCAR-OTRA-SUCURSAL-UNO
              THRU 2650-BUSCAR-OTRA-SUCURSAL-UNO-EXIT
             VARYING WS-OS-IX FROM 1 BY 1
               UNTIL WS-OS-IX > WS-OS-CANT
                  OR WS-OS-HALLADO > 0.

           IF WS-OS-HALLADO = 0
              IF WS-OS-CANT >= 2000
                 DISPLAY 'TABLA DE VENTAS EN OTRA SUCURSAL LLENA '
                         '(MAXIMO 2000)'
                 STOP RUN
              END-IF
              ADD 1 TO WS-OS-CANT
              MOVE WS-OS-CANT     TO WS-OS-HALLADO
              MOVE VDM-CODIGO     TO WS-OS-CODIGO(WS-OS-HALLADO)
              MOVE VTA-SUCURSAL   TO WS-OS-SUC-VENTA(WS-OS-HALLADO)
              MOVE WS-SV-SUCURSAL TO WS-OS-SUC-PROPIA(WS-OS-HALLADO)
              MOVE 0              TO WS-OS-MOVIMIENTOS(WS-OS-HALLADO)
              MOVE VTA-FECHA      TO WS-OS-ULTIMA(WS-OS-HALLADO)
              MOVE 0              TO WS-OS-NETO(WS-OS-HALLADO)
           END-IF.

           ADD 1           TO WS-OS-MOVIMIENTOS(WS-OS-HALLADO).
           ADD WS-VTA-NETO TO WS-OS-NETO(WS-OS-HALLADO).

           IF VTA-FECHA > WS-OS-ULTIMA(WS-OS-HALLADO)
              MOVE VTA-FECHA TO WS-OS-ULTIMA(WS-OS-HALLADO)
           END-IF.

       2600-SUMAR-OTRA-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-BUSCAR-OTRA-SUCURSAL-UNO.

           IF WS-OS-CODIGO(WS-OS-IX) = VDM-CODIGO
              AND WS-OS-SUC-VENTA(WS-OS-IX) = VTA-SUCURSAL
              AND WS-OS-SUC-PROPIA(WS-OS-IX) = WS-SV-SUCURSAL
              MOVE WS-OS-IX TO WS-OS-HALLADO
           END-IF.

       2650-BUSCAR-OTRA-SUCURSAL-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Busca en la tabla de vendedores el codigo de
      *    WS-BUSCA-CODIGO
       2750-UBICAR-VENDEDOR-UNO.

           IF WS-VN-CODIGO(WS-VN-IX) = WS-BUSCA-CODIGO
              MOVE WS-VN-IX TO WS-VN-HALLADO
           END-IF.

       2750-UBICAR-VENDEDOR-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Categoria 3: nombres de MAESVTAS sin vendedor en el
      *    maestro, con la cantidad de movimientos, el rango de
      *    fechas y el neto
       3000-INFORMAR-NO-RESUELTOS.

           MOVE '3) NOMBRES DE MAESVTAS QUE NO RESUELVEN EN EL MAESTRO'
             TO WS-LINEA.
           PERFORM 3800-GRABAR-TITULO
              THRU 3800-GRABAR-TITULO-EXIT.

           MOVE SPACES        TO WS-LINEA.
           MOVE 'NOMBRE'      TO WS-LINEA(3:6).
           MOVE 'MOVS'        TO WS-LINEA(35:4).
           MOVE 'PRIMERA'     TO WS-LINEA(41:7).
           MOVE 'ULTIMA'      TO WS-LINEA(52:6).
           MOVE 'NETO'        TO WS-LINEA(76:4).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3050-INFORMAR-NO-RESUELTO-UNO
              THRU 3050-INFORMAR-NO-RESUELTO-UNO-EXIT
             VARYING WS-NR-IX FROM 1 BY 1
               UNTIL WS-NR-IX > WS-NR-CANT.

           MOVE WS-NR-CANT TO WS-CIERRE-CANT.
           PERFORM 3850-GRABAR-CIERRE
              THRU 3850-GRABAR-CIERRE-EXIT.

       3000-INFORMAR-NO-RESUELTOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3050-INFORMAR-NO-RESUELTO-UNO.

           MOVE WS-NR-MOVIMIENTOS(WS-NR-IX) TO WS-CANT-EDIT.
           MOVE WS-NR-NETO(WS-NR-IX)        TO WS-IMP-EDIT-NETO.

           MOVE SPACES TO WS-FECHA-EDIT.
           STRING WS-NR-PRIMERA(WS-NR-IX)(7:2) '/'
                  WS-NR-PRIMERA(WS-NR-IX)(5:2) '/'
                  WS-NR-PRIMERA(WS-NR-IX)(1:4)
               DELIMITED BY SIZE INTO WS-FECHA-EDIT.

           MOVE SPACES TO WS-FECHA-EDIT-2.
           STRING WS-NR-ULTIMA(WS-NR-IX)(7:2) '/'
                  WS-NR-ULTIMA(WS-NR-IX)(5:2) '/'
                  WS-NR-ULTIMA(WS-NR-IX)(1:4)
               DELIMITED BY SIZE INTO WS-FECHA-EDIT-2.

           MOVE SPACES TO WS-LINEA.
           STRING '  ' WS-NR-NOMBRE(WS-NR-IX)
                  ' ' WS-CANT-EDIT
                  ' ' WS-FECHA-EDIT
                  ' ' WS-FECHA-EDIT-2
                  ' ' WS-IMP-EDIT-NETO
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3050-INFORMAR-NO-RESUELTO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Categoria 4: ventas cargadas en una sucursal que no era
      *    la del vendedor a la fecha de la venta
       3200-INFORMAR-OTRA-SUCURSAL.

           MOVE '4) VENDEDORES CON VENTAS EN UNA SUCURSAL AJENA'
             TO WS-LINEA.
           PERFORM 3800-GRABAR-TITULO
              THRU 3800-GRABAR-TITULO-EXIT.

           MOVE SPACES        TO WS-LINEA.
           MOVE 'CODIGO'      TO WS-LINEA(3:6).
           MOVE 'NOMBRE'      TO WS-LINEA(10:6).
           MOVE 'SUC'         TO WS-LINEA(41:3).
           MOVE 'VTA'         TO WS-LINEA(45:3).
           MOVE 'MOVS'        TO WS-LINEA(50:4).
           MOVE 'ULTIMA'      TO WS-LINEA(55:6).
           MOVE 'NETO'        TO WS-LINEA(79:4).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3250-INFORMAR-OTRA-SUC-UNO
              THRU 3250-INFORMAR-OTRA-SUC-UNO-EXIT
             VARYING WS-OS-IX FROM 1 BY 1
               UNTIL WS-OS-IX > WS-OS-CANT.

           MOVE WS-OS-CANT TO WS-CIERRE-CANT.
           PERFORM 3850-GRABAR-CIERRE
              THRU 3850-GRABAR-CIERRE-EXIT.

       3200-INFORMAR-OTRA-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3250-INFORMAR-OTRA-SUC-UNO.

           MOVE 0 TO WS-VN-HALLADO.
           MOVE WS-OS-CODIGO(WS-OS-IX) TO WS-BUSCA-CODIGO.

           PERFORM 2750-UBICAR-VENDEDOR-UNO
              THRU 2750-UBICAR-VENDEDOR-UNO-EXIT
             VARYING WS-VN-IX FROM 1 BY 1
               UNTIL WS-VN-IX > WS-VN-CANT
                  OR WS-VN-HALLADO > 0.

           MOVE WS-OS-MOVIMIENTOS(WS-OS-IX) TO WS-CANT-EDIT.
           MOVE WS-OS-NETO(WS-OS-IX)        TO WS-IMP-EDIT-NETO.

           MOVE SPACES TO WS-FECHA-EDIT.
           STRING WS-OS-ULTIMA(WS-OS-IX)(7:2) '/'
                  WS-OS-ULTIMA(WS-OS-IX)(5:2) '/'
                  WS-OS-ULTIMA(WS-OS-IX)(1:4)
               DELIMITED BY SIZE INTO WS-FECHA-EDIT.

           MOVE SPACES                     TO WS-LINEA.
           MOVE WS-OS-CODIGO(WS-OS-IX)     TO WS-LINEA(3:5).

           IF WS-VN-HALLADO > 0
              MOVE WS-VN-NOMBRE(WS-VN-HALLADO) TO WS-LINEA(10:30)
           END-IF.

           MOVE WS-OS-SUC-PROPIA(WS-OS-IX) TO WS-LINEA(42:1).
           MOVE WS-OS-SUC-VENTA(WS-OS-IX)  TO WS-LINEA(46:1).
           MOVE WS-CANT-EDIT               TO WS-LINEA(49:5).
           MOVE WS-FECHA-EDIT              TO WS-LINEA(55:10).
           MOVE WS-IMP-EDIT-NETO           TO WS-LINEA(66:17).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3250-INFORMAR-OTRA-SUC-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Categoria 5: vendedores activos sin ventas en la ventana.
      *    No entra el dado de alta dentro de la misma ventana (todavia
      *    no tuvo tiempo de vender). Con INTEGBAJAS=S cada uno sale
      *    tambien como novedad de baja sugerida.
       3400-INFORMAR-INACTIVOS.

           MOVE WS-INACTIVIDAD-DIAS TO WS-DIAS-EDIT.
           MOVE SPACES TO WS-LINEA.
           STRING '5) VENDEDORES ACTIVOS SIN VENTAS EN LOS ULTIMOS '
                  WS-DIAS-EDIT ' DIAS'
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3800-GRABAR-TITULO
              THRU 3800-GRABAR-TITULO-EXIT.

           MOVE SPACES          TO WS-LINEA.
           MOVE 'CODIGO'        TO WS-LINEA(3:6).
           MOVE 'NOMBRE'        TO WS-LINEA(10:6).
           MOVE 'SUC'           TO WS-LINEA(41:3).
           MOVE 'ALTA'          TO WS-LINEA(45:4).
           MOVE 'ULTIMA VENTA'  TO WS-LINEA(56:12).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           IF WS-GRABAR-BAJAS-SI
              OPEN OUTPUT NOVEDBAJA
              IF NOT FS-NOVEDBAJA-OK
                 DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE NOVEDBAJA'
                 DISPLAY 'FILE STATUS: ' FS-NOVEDBAJA
                 STOP RUN
              END-IF
           END-IF.

           PERFORM 3450-INFORMAR-INACTIVO-UNO
              THRU 3450-INFORMAR-INACTIVO-UNO-EXIT
             VARYING WS-VN-IX FROM 1 BY 1
               UNTIL WS-VN-IX > WS-VN-CANT.

           IF WS-GRABAR-BAJAS-SI
              CLOSE NOVEDBAJA
              IF NOT FS-NOVEDBAJA-OK
                 DISPLAY 'ERROR EN CLOSE DE NOVEDBAJA: ' FS-NOVEDBAJA
              END-IF
           END-IF.

           MOVE WS-CAT5-CANT TO WS-CIERRE-CANT.
           PERFORM 3850-GRABAR-CIERRE
              THRU 3850-GRABAR-CIERRE-EXIT.

       3400-INFORMAR-INACTIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3450-INFORMAR-INACTIVO-UNO.

           IF WS-VN-ESTADO(WS-VN-IX) NOT = 'A'
              GO TO 3450-INFORMAR-INACTIVO-UNO-EXIT
           END-IF.

      *----Ultima venta dentro de la ventana: esta activo de verdad
           IF WS-VN-ULT-VENTA(WS-VN-IX) NOT = SPACES
              MOVE WS-VN-ULT-VENTA(WS-VN-IX) TO WS-DIA-FECHA
              PERFORM 8100-CALCULAR-DIAS
                 THRU 8100-CALCULAR-DIAS-EXIT
              IF WS-DIA-NUMERO >= WS-LIMITE-DIAS
                 GO TO 3450-INFORMAR-INACTIVO-UNO-EXIT
              END-IF
           END-IF.

      *----Alta DD/MM/AAAA dentro de la ventana: vendedor nuevo
           IF WS-VN-FECHA-ALTA(WS-VN-IX)(1:2) NUMERIC
              AND WS-VN-FECHA-ALTA(WS-VN-IX)(4:2) NUMERIC
              AND WS-VN-FECHA-ALTA(WS-VN-IX)(7:4) NUMERIC
              MOVE SPACES TO WS-DIA-FECHA
              STRING WS-VN-FECHA-ALTA(WS-VN-IX)(7:4)
                     WS-VN-FECHA-ALTA(WS-VN-IX)(4:2)
                     WS-VN-FECHA-ALTA(WS-VN-IX)(1:2)
                  DELIMITED BY SIZE INTO WS-DIA-FECHA
              PERFORM 8100-CALCULAR-DIAS
                 THRU 8100-CALCULAR-DIAS-EXIT
              IF WS-DIA-NUMERO >= WS-LIMITE-DIAS
                 GO TO 3450-INFORMAR-INACTIVO-UNO-EXIT
              END-IF
           END-IF.

           ADD 1 TO WS-CAT5-CANT.

           IF WS-VN-ULT-VENTA(WS-VN-IX) = SPACES
              MOVE 'SIN VENTAS' TO WS-FECHA-EDIT
           ELSE
              MOVE SPACES TO WS-FECHA-EDIT
              STRING WS-VN-ULT-VENTA(WS-VN-IX)(7:2) '/'
                     WS-VN-ULT-VENTA(WS-VN-IX)(5:2) '/'
                     WS-VN-ULT-VENTA(WS-VN-IX)(1:4)
                  DELIMITED BY SIZE INTO WS-FECHA-EDIT
           END-IF.

           MOVE SPACES                     TO WS-LINEA.
           MOVE WS-VN-CODIGO(WS-VN-IX)     TO WS-LINEA(3:5).
           MOVE WS-VN-NOMBRE(WS-VN-IX)     TO WS-LINEA(10:30).
           MOVE WS-VN-SUCURSAL(WS-VN-IX)   TO WS-LINEA(42:1).
           MOVE WS-VN-FECHA-ALTA(WS-VN-IX) TO WS-LINEA(45:10).
           MOVE WS-FECHA-EDIT              TO WS-LINEA(56:10).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           IF WS-GRABAR-BAJAS-NO
              GO TO 3450-INFORMAR-INACTIVO-UNO-EXIT
           END-IF.

           MOVE 'B'                        TO NOV-ACCION.
           MOVE WS-VN-CODIGO(WS-VN-IX)     TO NOV-CODIGO.
           MOVE WS-VN-NOMBRE(WS-VN-IX)     TO NOV-NOMBRE.
           MOVE WS-VN-SUCURSAL(WS-VN-IX)   TO NOV-SUCURSAL.
           MOVE WS-VN-FECHA-ALTA(WS-VN-IX) TO NOV-FECHA-ALTA.

           WRITE REGISTRO-NOVEDAD.

           IF NOT FS-NOVEDBAJA-OK
              DISPLAY 'ERROR AL GRABAR UNA BAJA SUGERIDA'
              DISPLAY 'FILE STATUS: ' FS-NOVEDBAJA
              STOP RUN
           END-IF.

           ADD 1 TO WS-BAJAS-GRABADAS.

       3450-INFORMAR-INACTIVO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Graba el titulo de categoria que viene en WS-LINEA y su
      *    subrayado
       3800-GRABAR-TITULO.

           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE '--------------------------------------------------'
             TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3800-GRABAR-TITULO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Cierra una categoria con su cantidad de observaciones
      *    (WS-CIERRE-CANT)
       3850-GRABAR-CIERRE.

           MOVE SPACES TO WS-LINEA.

           IF WS-CIERRE-CANT = 0
              MOVE '  SIN OBSERVACIONES' TO WS-LINEA
           ELSE
              MOVE WS-CIERRE-CANT TO WS-CANT-EDIT
              STRING '  OBSERVACIONES: ' WS-CANT-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA
           END-IF.

           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3850-GRABAR-CIERRE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3900-GRABAR-LINEA.

           WRITE LINEA-REPINTEG FROM WS-LINEA.

           IF NOT FS-REPINTEG-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE INTEGRIDAD'
              DISPLAY 'FILE STATUS: ' FS-REPINTEG
              STOP RUN
           END-IF.

       3900-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Resumen por pantalla y RETURN-CODE (8 = hay observaciones
      *    que revisar antes de la proxima tanda de novedades)
       4000-MOSTRAR-RESUMEN.

           COMPUTE WS-OBSERVACIONES = WS-CAT1-CANT + WS-CAT2-CANT
                                    + WS-NR-CANT + WS-OS-CANT
                                    + WS-CAT5-CANT.

           DISPLAY '================================================'.
           DISPLAY 'VENDEDORES EN EL MAESTRO    : ' WS-VN-CANT.
           DISPLAY 'CUOTAS LEIDAS               : ' WS-CUO-LEIDAS.
           DISPLAY 'VENTAS LEIDAS               : ' WS-VTA-LEIDAS.
           DISPLAY 'VENTAS CON DATOS INVALIDOS  : ' WS-VTA-INVALIDAS.
           DISPLAY '1) CUOTAS DE BAJAS/INEXIST. : ' WS-CAT1-CANT.
           DISPLAY '2) SUCURSAL SIN TRAMOS      : ' WS-CAT2-CANT.
           DISPLAY '3) NOMBRES NO RESUELTOS     : ' WS-NR-CANT.
           DISPLAY '4) VENTAS EN SUCURSAL AJENA : ' WS-OS-CANT.
           DISPLAY '5) ACTIVOS SIN VENTAS       : ' WS-CAT5-CANT.

           IF WS-GRABAR-BAJAS-SI
              DISPLAY 'BAJAS SUGERIDAS GRABADAS    : '
                      WS-BAJAS-GRABADAS
              DISPLAY 'REVISAR ' WS-NOMBRE-NOVEDBAJA
                      ' ANTES DE PASARLO A CL12EJ02'
           END-IF.

           DISPLAY 'REPORTE EN ' WS-NOMBRE-REPINTEG.
           DISPLAY '================================================'.

           IF WS-OBSERVACIONES > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

       4000-MOSTRAR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Comprime los espacios multiples de WS-NORM-ENT y deja el
      *    resultado en WS-NORM-SAL, misma normalizacion que
      *    8000-NORMALIZAR-NOMBRE de CL12EJ01.
       8000-NORMALIZAR-NOMBRE.

           MOVE SPACES TO WS-NORM-SAL.
           MOVE 0      TO WS-NORM-J.
           MOVE 'S'    TO WS-NORM-ANT-BLANCO.

           PERFORM 8010-NORMALIZAR-UNO
              THRU 8010-NORMALIZAR-UNO-EXIT
             VARYING WS-NORM-I FROM 1 BY 1
               UNTIL WS-NORM-I > 30.

       8000-NORMALIZAR-NOMBRE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8010-NORMALIZAR-UNO.

           IF WS-NORM-ENT(WS-NORM-I:1) = SPACE
              MOVE 'S' TO WS-NORM-ANT-BLANCO
           ELSE
              IF WS-NORM-ANT-BLANCO = 'S' AND WS-NORM-J > 0
                 ADD 1 TO WS-NORM-J
              END-IF
              ADD 1 TO WS-NORM-J
              MOVE WS-NORM-ENT(WS-NORM-I:1)
                TO WS-NORM-SAL(WS-NORM-J:1)
              MOVE 'N' TO WS-NORM-ANT-BLANCO
           END-IF.

       8010-NORMALIZAR-UNO-EXIT.
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
      *----Sucursal vigente de WS-SV-CODIGO a la fecha WS-SV-FECHA:
      *    la del ultimo traslado con vigencia hasta esa fecha; antes
      *    del primer traslado, la sucursal anterior a el; sin
      *    historial, la del maestro. Misma regla que CL12EJ09.
       8200-SUCURSAL-VIGENTE.

           MOVE 0        TO WS-SH-HALLADO.
           MOVE 0        TO WS-SH-PRIMERO.
           MOVE 0        TO WS-SH-MAYOR.
           MOVE 99999999 TO WS-SH-MENOR.

           PERFORM 8210-SUCURSAL-VIGENTE-UNA
              THRU 8210-SUCURSAL-VIGENTE-UNA-EXIT
             VARYING WS-SH-IX FROM 1 BY 1
               UNTIL WS-SH-IX > WS-SH-CANT.

           EVALUATE TRUE
               WHEN WS-SH-HALLADO > 0
                    MOVE WS-SH-SUCURSAL(WS-SH-HALLADO)
                      TO WS-SV-SUCURSAL
               WHEN WS-SH-PRIMERO > 0
                    AND WS-SH-SUCURSAL-ANT(WS-SH-PRIMERO) NOT = SPACE
                    MOVE WS-SH-SUCURSAL-ANT(WS-SH-PRIMERO)
                      TO WS-SV-SUCURSAL
               WHEN OTHER
                    MOVE WS-SV-ACTUAL TO WS-SV-SUCURSAL
           END-EVALUATE.

       8200-SUCURSAL-VIGENTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       8210-SUCURSAL-VIGENTE-UNA.

           IF WS-SH-CODIGO(WS-SH-IX) NOT = WS-SV-CODIGO
              GO TO 8210-SUCURSAL-VIGENTE-UNA-EXIT
           END-IF.

           IF WS-SH-DESDE(WS-SH-IX) <= WS-SV-FECHA
              AND (WS-SH-HALLADO = 0
                 OR WS-SH-DESDE(WS-SH-IX) >= WS-SH-MAYOR)
              MOVE WS-SH-IX              TO WS-SH-HALLADO
              MOVE WS-SH-DESDE(WS-SH-IX) TO WS-SH-MAYOR
           END-IF.

           IF WS-SH-DESDE(WS-SH-IX) < WS-SH-MENOR
              MOVE WS-SH-IX              TO WS-SH-PRIMERO
              MOVE WS-SH-DESDE(WS-SH-IX) TO WS-SH-MENOR
           END-IF.

       8210-SUCURSAL-VIGENTE-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL12EJ23.
