      *----------------------------------------------------------------*
      * Purpose: Reporte de traslados de sucursal. Pide por consola
      *          el periodo (anio y mes) y lista, desde el historial
      *          de asignaciones SUCHIST.TXT (que graban CL12EJ02 y
      *          CL12EJ14), cada vendedor que cambio de sucursal con
      *          vigencia dentro del periodo: sucursal anterior y
      *          nueva, fecha desde la que rige y origen del cambio.
      *          Debajo de cada traslado abre la venta neta del
      *          periodo del vendedor (del maestro historico
      *          MAESVTAS.TXT, o de VENTATOT.TXT si todavia no existe)
      *          en lo vendido antes del traslado y lo vendido desde
      *          la fecha del traslado. Sale formateado en
      *          REPTRASL.TXT.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL12EJ20.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----El mismo PARAMETROS.TXT de CL12EJ01: de aca se toman los
      *    overrides SUCHIST=, VENDEDORES=, MAESVTAS= y REPTRASL=.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *----Historial de asignaciones de sucursal
       SELECT SUCHIST
           ASSIGN DYNAMIC WS-NOMBRE-SUCHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCHIST.

      *----Maestro de vendedores indexado, leido por clave: la
      *    primaria para el nombre de cada traslado y la alternativa
      *    del nombre normalizado para resolver el vendedor de cada
      *    venta a su codigo
       SELECT VENDMAST
           ASSIGN DYNAMIC WS-NOMBRE-VENDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VDM-CODIGO
           ALTERNATE RECORD KEY IS VDM-NOMBRE-NORM WITH DUPLICATES
           FILE STATUS IS FS-VENDMAST.

      *----Fuente de ventas: el maestro historico de CL12EJ06 o, si
      *    todavia no existe, el VENTATOT de la corrida
       SELECT VENTAS
           ASSIGN DYNAMIC WS-NOMBRE-VENTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENTAS.

      *----El reporte de traslados formateado
       SELECT REPTRASL
           ASSIGN DYNAMIC WS-NOMBRE-REPTRASL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPTRASL.

      *----------------------------------------------------------------*

       DATA DIVISION.

       FILE SECTION.
      *----Definicion registro del archivo de parametros de corrida
       FD PARAMETROS.
       01 REGISTRO-PARAMETRO                PIC X(80).

      *----Mismo layout que graba CL12EJ14
       FD SUCHIST.
       01 REGISTRO-SUCHIST.
          05 SCH-CODIGO                  PIC 9(05).
          05 SCH-SUCURSAL                PIC X(01).
          05 SCH-SUCURSAL-ANT            PIC X(01).
          05 SCH-FECHA-DESDE             PIC 9(08).
          05 SCH-ORIGEN                  PIC X(01).
          05 SCH-FECHA-REG               PIC 9(08).

      *----Mismo layout que mantiene CL12EJ02
       FD VENDMAST.
       01 REGISTRO-VENDMAST.
          05 VDM-CODIGO                  PIC 9(05).
          05 VDM-NOMBRE                  PIC X(30).
          05 VDM-NOMBRE-NORM             PIC X(30).
          05 VDM-SUCURSAL                PIC X(01).
          05 VDM-ESTADO                  PIC X(01).
          05 VDM-FECHA-ALTA              PIC X(10).

      *----Mismo layout que SALIDA-TOT de CL12EJ01 (y que el maestro
      *    historico de CL12EJ06)
       FD VENTAS.
       01 REG-VENTA.
          05 VTA-FECHA                  PIC X(08).
          05 VTA-VENDEDOR               PIC X(30).
          05 VTA-IMPORTE                PIC 9(8)V9(2).
          05 VTA-SUCURSAL               PIC X(01).
          05 VTA-TIPO-MOV               PIC X(01).

      *----Linea del reporte de traslados
       FD REPTRASL.
       01 LINEA-REPTRASL                PIC X(100).

      *----------------------------------------------------------------*

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                PIC X(2).
             88 FS-PARAMETROS-OK            VALUE '00'.
             88 FS-PARAMETROS-EOF           VALUE '10'.
             88 FS-PARAMETROS-NOEXISTE      VALUE '35'.
          05 FS-SUCHIST                   PIC X(2).
             88 FS-SUCHIST-OK               VALUE '00'.
             88 FS-SUCHIST-EOF              VALUE '10'.
             88 FS-SUCHIST-NOEXISTE         VALUE '35'.
          05 FS-VENDMAST                  PIC X(2).
             88 FS-VENDMAST-OK              VALUE '00'.
             88 FS-VENDMAST-EOF             VALUE '10'.
             88 FS-VENDMAST-NOEXISTE        VALUE '35'.
             88 FS-VENDMAST-NOHALLADO       VALUE '23'.
          05 FS-VENTAS                    PIC X(2).
             88 FS-VENTAS-OK                VALUE '00'.
             88 FS-VENTAS-EOF               VALUE '10'.
             88 FS-VENTAS-NOEXISTE          VALUE '35'.
          05 FS-REPTRASL                  PIC X(2).
             88 FS-REPTRASL-OK              VALUE '00'.

      *----Nombres de los archivos, con overrides de PARAMETROS.TXT
       01 WS-NOMBRE-SUCHIST             PIC X(40)
          VALUE '../SUCHIST.TXT'.
       01 WS-NOMBRE-VENDMAST            PIC X(40)
          VALUE '../VENDEDORES.DAT'.
       01 WS-NOMBRE-VENTAS              PIC X(40)
          VALUE '../MAESVTAS.TXT'.
       01 WS-NOMBRE-REPTRASL            PIC X(40)
          VALUE '../REPTRASL.TXT'.

      *----Campos de trabajo para partir cada linea CLAVE=VALOR del
      *    archivo de parametros.
       01 WS-PARM-LINEA                 PIC X(80).
       01 WS-PARM-CLAVE                 PIC X(20).
       01 WS-PARM-VALOR                 PIC X(40).
       01 WS-PARAMETROS-EOF             PIC X(01) VALUE 'N'.
          88 WS-PARAMETROS-EOF-YES            VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO             VALUE 'N'.

       01 WS-SUCHIST-EOF                PIC X(01) VALUE 'N'.
          88 WS-SUCHIST-EOF-YES               VALUE 'Y'.
          88 WS-SUCHIST-EOF-NO                VALUE 'N'.
       01 WS-VENTAS-EOF                 PIC X(01) VALUE 'N'.
          88 WS-VENTAS-EOF-YES                VALUE 'Y'.
          88 WS-VENTAS-EOF-NO                 VALUE 'N'.

      *----Periodo pedido por consola y sus limites AAAAMMDD
       01 WS-PER-ANIO                   PIC X(04).
       01 WS-PER-MES                    PIC X(02).
       01 WS-PER-ANIO-N                 PIC 9(04) VALUE 0.
       01 WS-PER-MES-N                  PIC 9(02) VALUE 0.
       01 WS-PER-DESDE                  PIC 9(08) VALUE 0.
       01 WS-PER-HASTA                  PIC 9(08) VALUE 0.
       01 WS-FECHA-AAAAMMDD             PIC 9(08) VALUE 0.

      *----Traslados del periodo: una posicion por cambio de
      *    sucursal con vigencia en el periodo (un vendedor movido dos
      *    veces en el mes ocupa dos), con la venta neta del vendedor
      *    abierta en antes y desde el traslado. Ordenada por codigo
      *    y vigencia antes de imprimir.
       01 WS-TR-CANT                    PIC 9(03) VALUE 0.
       01 WS-TR-IX                      PIC 9(03) COMP.
       01 WS-TR-IX2                     PIC 9(03) COMP.
       01 WS-TABLA-TRASLADOS.
          05 WS-TR-DATOS OCCURS 500 TIMES.
             10 WS-TR-CLAVE.
                15 WS-TR-CODIGO              PIC 9(05).
                15 WS-TR-DESDE               PIC 9(08).
             10 WS-TR-SUCURSAL-ANT           PIC X(01).
             10 WS-TR-SUCURSAL               PIC X(01).
             10 WS-TR-ORIGEN                 PIC X(01).
             10 WS-TR-CANT-ANTES             PIC 9(05).
             10 WS-TR-IMP-ANTES              PIC S9(10)V9(2).
             10 WS-TR-CANT-DESDE             PIC 9(05).
             10 WS-TR-IMP-DESDE              PIC S9(10)V9(2).
       01 WS-TR-AUX                     PIC X(50).

      *----Resultado de la ultima lectura por clave del maestro (el
      *    registro hallado queda en el buffer del FD)
       01 WS-VEND-MAESTRO               PIC X(01) VALUE 'N'.
          88 WS-VEND-MAESTRO-SI               VALUE 'S'.
          88 WS-VEND-MAESTRO-NO               VALUE 'N'.

      *----Campos de trabajo de la normalizacion de nombres
       01 WS-NORM-ENT                   PIC X(30).
       01 WS-NORM-SAL                   PIC X(30).
       01 WS-NORM-I                     PIC 9(02) COMP.
       01 WS-NORM-J                     PIC 9(02) COMP VALUE 0.
       01 WS-NORM-ANT-BLANCO            PIC X(01) VALUE 'S'.
       01 WS-BUSCA-NOMBRE               PIC X(30).

      *----Venta en proceso con el signo del tipo de movimiento
       01 WS-MOV-IMPORTE                PIC S9(8)V9(2) VALUE 0.

      *----Contadores y totales del resumen
       01 WS-VTA-LEIDAS                 PIC 9(07) VALUE 0.
       01 WS-VTA-DEL-PERIODO            PIC 9(07) VALUE 0.
       01 WS-VTA-TRASLADADOS            PIC 9(07) VALUE 0.
       01 WS-TOT-IMP-ANTES              PIC S9(10)V9(2) VALUE 0.
       01 WS-TOT-IMP-DESDE              PIC S9(10)V9(2) VALUE 0.

      *----Armado de lineas del reporte
       01 WS-LINEA                      PIC X(100).
       01 WS-FECHA-EDIT                 PIC X(10).
       01 WS-CANT-EDIT                  PIC ZZZZ9.
       01 WS-IMP-EDIT                   PIC Z.ZZZ.ZZZ.ZZ9,99-.
       01 WS-IMP-EDIT2                  PIC Z.ZZZ.ZZZ.ZZ9,99-.
       01 WS-NOMBRE-EDIT                PIC X(30).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0050-LEER-PARAMETROS
              THRU 0050-LEER-PARAMETROS-EXIT.

           PERFORM 1000-PEDIR-PERIODO
              THRU 1000-PEDIR-PERIODO-EXIT.

           PERFORM 1100-CARGAR-TRASLADOS
              THRU 1100-CARGAR-TRASLADOS-EXIT.

           PERFORM 1200-ABRIR-VENDEDORES
              THRU 1200-ABRIR-VENDEDORES-EXIT.

           IF WS-TR-CANT > 0
              PERFORM 1400-ABRIR-VENTAS
                 THRU 1400-ABRIR-VENTAS-EXIT
              PERFORM 2000-ACUMULAR-VENTA-UNA
                 THRU 2000-ACUMULAR-VENTA-UNA-EXIT
                 UNTIL WS-VENTAS-EOF-YES
              CLOSE VENTAS
           END-IF.

           PERFORM 3000-GENERAR-REPORTE
              THRU 3000-GENERAR-REPORTE-EXIT.

      *----El maestro quedo abierto hasta aca: el armado del reporte
      *    tambien lo lee (3500 resuelve codigo -> nombre por clave)
           CLOSE VENDMAST.

           IF NOT FS-VENDMAST-OK
              DISPLAY 'ERROR EN CLOSE DEL MAESTRO DE VENDEDORES: '
                      FS-VENDMAST
           END-IF.

           PERFORM 4000-MOSTRAR-RESUMEN
              THRU 4000-MOSTRAR-RESUMEN-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      *----Lee, si existe, PARAMETROS.TXT y pisa los nombres; mismo
      *    criterio de archivo opcional que CL12EJ01.
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
               WHEN 'SUCHIST'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUCHIST
               WHEN 'VENDEDORES'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-VENDMAST
               WHEN 'MAESVTAS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-VENTAS
               WHEN 'REPTRASL'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-REPTRASL
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       0055-LEER-PARAMETROS-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Pide por consola el periodo a reportar, igual que
      *    CL12EJ12, y arma sus limites AAAAMMDD (el dia 31 como tope
      *    sirve para cualquier mes en la comparacion de fechas).
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

           COMPUTE WS-PER-DESDE =
                   WS-PER-ANIO-N * 10000 + WS-PER-MES-N * 100 + 1.
           COMPUTE WS-PER-HASTA =
                   WS-PER-ANIO-N * 10000 + WS-PER-MES-N * 100 + 31.

       1000-PEDIR-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga del historial los cambios de sucursal con vigencia
      *    en el periodo. Solo cuentan los traslados: la asignacion
      *    de un alta nueva (sin sucursal anterior) y la reactivacion
      *    en la misma sucursal no son un cambio.
       1100-CARGAR-TRASLADOS.

           OPEN INPUT SUCHIST.

           IF FS-SUCHIST-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-SUCHIST
              DISPLAY 'SIN HISTORIAL NO HAY TRASLADOS QUE REPORTAR'
              STOP RUN
           END-IF.

           IF NOT FS-SUCHIST-OK
              DISPLAY 'ERROR AL ABRIR EL HISTORIAL DE SUCURSALES'
              DISPLAY 'FILE STATUS: ' FS-SUCHIST
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-SUCHIST-EOF.

           PERFORM 1150-CARGAR-TRASLADO-UNO
              THRU 1150-CARGAR-TRASLADO-UNO-EXIT
              UNTIL WS-SUCHIST-EOF-YES.

           CLOSE SUCHIST.

       1100-CARGAR-TRASLADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-CARGAR-TRASLADO-UNO.

           READ SUCHIST.

           IF FS-SUCHIST-EOF
              SET WS-SUCHIST-EOF-YES TO TRUE
              GO TO 1150-CARGAR-TRASLADO-UNO-EXIT
           END-IF.

           IF NOT FS-SUCHIST-OK
              DISPLAY 'ERROR AL LEER EL HISTORIAL DE SUCURSALES'
              DISPLAY 'FILE STATUS: ' FS-SUCHIST
              STOP RUN
           END-IF.

           IF SCH-FECHA-DESDE NOT NUMERIC
              OR SCH-FECHA-DESDE < WS-PER-DESDE
              OR SCH-FECHA-DESDE > WS-PER-HASTA
              GO TO 1150-CARGAR-TRASLADO-UNO-EXIT
           END-IF.

           IF SCH-SUCURSAL-ANT = SPACE
              OR SCH-SUCURSAL-ANT = SCH-SUCURSAL
              GO TO 1150-CARGAR-TRASLADO-UNO-EXIT
           END-IF.

           IF WS-TR-CANT >= 500
              DISPLAY 'TABLA DE TRASLADOS LLENA (MAXIMO 500)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-TR-CANT.
           INITIALIZE WS-TR-DATOS(WS-TR-CANT).
           MOVE SCH-CODIGO       TO WS-TR-CODIGO(WS-TR-CANT).
           MOVE SCH-FECHA-DESDE  TO WS-TR-DESDE(WS-TR-CANT).
           MOVE SCH-SUCURSAL-ANT TO WS-TR-SUCURSAL-ANT(WS-TR-CANT).
           MOVE SCH-SUCURSAL     TO WS-TR-SUCURSAL(WS-TR-CANT).
           MOVE SCH-ORIGEN       TO WS-TR-ORIGEN(WS-TR-CANT).

       1150-CARGAR-TRASLADO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Abre el maestro de vendedores y lo deja abierto para las
      *    lecturas por clave del cruce y del reporte.
       1200-ABRIR-VENDEDORES.

           OPEN INPUT VENDMAST.

           IF FS-VENDMAST-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-VENDMAST
              DISPLAY 'SIN MAESTRO NO SE PUEDEN CRUZAR LAS VENTAS'
              STOP RUN
           END-IF.

           IF NOT FS-VENDMAST-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE VENDEDORES'
              DISPLAY 'FILE STATUS: ' FS-VENDMAST
              STOP RUN
           END-IF.

       1200-ABRIR-VENDEDORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Abre la fuente de ventas, mismo criterio que
      *    1400-ABRIR-VENTAS de CL12EJ12.
       1400-ABRIR-VENTAS.

           OPEN INPUT VENTAS.

           IF FS-VENTAS-NOEXISTE
              DISPLAY 'SIN ' WS-NOMBRE-VENTAS
                      ', SE USA ../VENTATOT.TXT'
              MOVE '../VENTATOT.TXT' TO WS-NOMBRE-VENTAS
              OPEN INPUT VENTAS
           END-IF.

           IF NOT FS-VENTAS-OK
              DISPLAY 'ERROR AL ABRIR LA FUENTE DE VENTAS '
                      WS-NOMBRE-VENTAS
              DISPLAY 'FILE STATUS: ' FS-VENTAS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-VENTAS-EOF.

       1400-ABRIR-VENTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Lee una venta, filtra por el periodo, resuelve el vendedor
      *    a su codigo y la suma, con su signo, a cada traslado del
      *    vendedor: antes o desde la fecha del traslado.
       2000-ACUMULAR-VENTA-UNA.

           READ VENTAS.

           IF FS-VENTAS-EOF
              SET WS-VENTAS-EOF-YES TO TRUE
              GO TO 2000-ACUMULAR-VENTA-UNA-EXIT
           END-IF.

           IF NOT FS-VENTAS-OK
              DISPLAY 'ERROR AL LEER LA FUENTE DE VENTAS'
              DISPLAY 'FILE STATUS: ' FS-VENTAS
              STOP RUN
           END-IF.

           ADD 1 TO WS-VTA-LEIDAS.

      *----La fecha de la venta ya viaja AAAAMMDD
           IF VTA-FECHA NOT NUMERIC
              OR VTA-IMPORTE NOT NUMERIC
              GO TO 2000-ACUMULAR-VENTA-UNA-EXIT
           END-IF.

           MOVE VTA-FECHA TO WS-FECHA-AAAAMMDD.

           IF WS-FECHA-AAAAMMDD < WS-PER-DESDE
              OR WS-FECHA-AAAAMMDD > WS-PER-HASTA
              GO TO 2000-ACUMULAR-VENTA-UNA-EXIT
           END-IF.

           ADD 1 TO WS-VTA-DEL-PERIODO.

           PERFORM 2100-BUSCAR-VENDEDOR
              THRU 2100-BUSCAR-VENDEDOR-EXIT.

           IF WS-VEND-MAESTRO-NO
              GO TO 2000-ACUMULAR-VENTA-UNA-EXIT
           END-IF.

           IF VTA-TIPO-MOV = 'D'
              COMPUTE WS-MOV-IMPORTE = 0 - VTA-IMPORTE
           ELSE
              MOVE VTA-IMPORTE TO WS-MOV-IMPORTE
           END-IF.

           PERFORM 2200-IMPUTAR-TRASLADO-UNO
              THRU 2200-IMPUTAR-TRASLADO-UNO-EXIT
             VARYING WS-TR-IX FROM 1 BY 1
               UNTIL WS-TR-IX > WS-TR-CANT.

       2000-ACUMULAR-VENTA-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Resuelve el nombre de la venta a su codigo con una
      *    lectura directa por la clave alternativa del nombre
      *    normalizado, igual que 2100-BUSCAR-VENDEDOR de CL12EJ12.
       2100-BUSCAR-VENDEDOR.

           SET WS-VEND-MAESTRO-NO TO TRUE.

           MOVE VTA-VENDEDOR TO WS-NORM-ENT.
           PERFORM 8000-NORMALIZAR-NOMBRE
              THRU 8000-NORMALIZAR-NOMBRE-EXIT.
           MOVE WS-NORM-SAL TO WS-BUSCA-NOMBRE.

           MOVE WS-BUSCA-NOMBRE TO VDM-NOMBRE-NORM.

           READ VENDMAST
               KEY IS VDM-NOMBRE-NORM.

           EVALUATE TRUE
               WHEN FS-VENDMAST-OK
                    SET WS-VEND-MAESTRO-SI TO TRUE
               WHEN FS-VENDMAST-NOHALLADO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE VENDEDORES'
                    DISPLAY 'FILE STATUS: ' FS-VENDMAST
                    STOP RUN
           END-EVALUATE.

       2100-BUSCAR-VENDEDOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-IMPUTAR-TRASLADO-UNO.

           IF WS-TR-CODIGO(WS-TR-IX) NOT = VDM-CODIGO
              GO TO 2200-IMPUTAR-TRASLADO-UNO-EXIT
           END-IF.

           ADD 1 TO WS-VTA-TRASLADADOS.

           IF WS-FECHA-AAAAMMDD < WS-TR-DESDE(WS-TR-IX)
              ADD 1              TO WS-TR-CANT-ANTES(WS-TR-IX)
              ADD WS-MOV-IMPORTE TO WS-TR-IMP-ANTES(WS-TR-IX)
           ELSE
              ADD 1              TO WS-TR-CANT-DESDE(WS-TR-IX)
              ADD WS-MOV-IMPORTE TO WS-TR-IMP-DESDE(WS-TR-IX)
           END-IF.

       2200-IMPUTAR-TRASLADO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Graba el reporte: encabezado, los traslados ordenados por
      *    codigo y vigencia (dos renglones por traslado) y los
      *    totales de venta antes y desde los traslados.
       3000-GENERAR-REPORTE.

           IF WS-TR-CANT > 1
              PERFORM 3100-ORDENAR-TRASLADOS
                 THRU 3100-ORDENAR-TRASLADOS-EXIT
           END-IF.

           OPEN OUTPUT REPTRASL.

           IF NOT FS-REPTRASL-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPTRASL'
              DISPLAY 'FILE STATUS: ' FS-REPTRASL
      * SI NO ABRE EL ARCHIVO DE SALIDA DETENGO EL PROCESO
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINEA.
           STRING 'TRASLADOS DE SUCURSAL ' WS-PER-MES '/'
                  WS-PER-ANIO
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE '--------------------------------------------------'
             TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           IF WS-TR-CANT = 0
              MOVE '  SIN TRASLADOS EN EL PERIODO' TO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-EXIT
              GO TO 3000-CERRAR-REPORTE
           END-IF.

           PERFORM 3300-GRABAR-TRASLADO
              THRU 3300-GRABAR-TRASLADO-EXIT
             VARYING WS-TR-IX FROM 1 BY 1
               UNTIL WS-TR-IX > WS-TR-CANT.

           MOVE '--------------------------------------------------'
             TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-TR-CANT       TO WS-CANT-EDIT.
           MOVE WS-TOT-IMP-ANTES TO WS-IMP-EDIT.
           MOVE WS-TOT-IMP-DESDE TO WS-IMP-EDIT2.
           MOVE SPACES TO WS-LINEA.
           STRING '  TRASLADOS ' WS-CANT-EDIT
                  '  ANTES ' WS-IMP-EDIT
                  '  DESDE ' WS-IMP-EDIT2
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3000-CERRAR-REPORTE.

           CLOSE REPTRASL.

           IF NOT FS-REPTRASL-OK
              DISPLAY 'ERROR EN CLOSE DE REPTRASL: ' FS-REPTRASL
           END-IF.

       3000-GENERAR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Ordena la tabla por codigo y vigencia, mismo esquema de
      *    pasadas que 3100-ORDENAR-REPROCESO de CL12EJ13.
       3100-ORDENAR-TRASLADOS.

           PERFORM 3150-ORDENAR-PASADA
              THRU 3150-ORDENAR-PASADA-EXIT
             VARYING WS-TR-IX FROM 1 BY 1
               UNTIL WS-TR-IX >= WS-TR-CANT.

       3100-ORDENAR-TRASLADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3150-ORDENAR-PASADA.

           PERFORM 3200-ORDENAR-COMPARAR
              THRU 3200-ORDENAR-COMPARAR-EXIT
             VARYING WS-TR-IX2 FROM WS-TR-IX BY 1
               UNTIL WS-TR-IX2 >= WS-TR-CANT.

       3150-ORDENAR-PASADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-ORDENAR-COMPARAR.

           IF WS-TR-CLAVE(WS-TR-IX2 + 1) < WS-TR-CLAVE(WS-TR-IX)
              MOVE WS-TR-DATOS(WS-TR-IX)      TO WS-TR-AUX
              MOVE WS-TR-DATOS(WS-TR-IX2 + 1) TO WS-TR-DATOS(WS-TR-IX)
              MOVE WS-TR-AUX                  TO
                   WS-TR-DATOS(WS-TR-IX2 + 1)
           END-IF.

       3200-ORDENAR-COMPARAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Dos renglones por traslado: el vendedor con el cambio y la
      *    vigencia, y debajo la venta neta del periodo antes y desde
      *    el traslado (cantidad de movimientos e importe).
       3300-GRABAR-TRASLADO.

           PERFORM 3500-BUSCAR-NOMBRE
              THRU 3500-BUSCAR-NOMBRE-EXIT.

           MOVE SPACES TO WS-FECHA-EDIT.
           STRING WS-TR-DESDE(WS-TR-IX)(7:2) '/'
                  WS-TR-DESDE(WS-TR-IX)(5:2) '/'
                  WS-TR-DESDE(WS-TR-IX)(1:4)
               DELIMITED BY SIZE INTO WS-FECHA-EDIT.

           MOVE SPACES TO WS-LINEA.
           STRING '  ' WS-TR-CODIGO(WS-TR-IX)
                  ' ' WS-NOMBRE-EDIT
                  ' SUC ' WS-TR-SUCURSAL-ANT(WS-TR-IX)
                  ' -> ' WS-TR-SUCURSAL(WS-TR-IX)
                  '  DESDE ' WS-FECHA-EDIT
                  '  ORIGEN ' WS-TR-ORIGEN(WS-TR-IX)
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-TR-CANT-ANTES(WS-TR-IX) TO WS-CANT-EDIT.
           MOVE WS-TR-IMP-ANTES(WS-TR-IX)  TO WS-IMP-EDIT.
           MOVE SPACES TO WS-LINEA.
           STRING '        ANTES (SUC ' WS-TR-SUCURSAL-ANT(WS-TR-IX)
                  ') MOV ' WS-CANT-EDIT
                  ' NETO ' WS-IMP-EDIT
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-TR-CANT-DESDE(WS-TR-IX) TO WS-CANT-EDIT.
           MOVE WS-TR-IMP-DESDE(WS-TR-IX)  TO WS-IMP-EDIT.
           MOVE SPACES TO WS-LINEA.
           STRING '        DESDE (SUC ' WS-TR-SUCURSAL(WS-TR-IX)
                  ') MOV ' WS-CANT-EDIT
                  ' NETO ' WS-IMP-EDIT
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           ADD WS-TR-IMP-ANTES(WS-TR-IX) TO WS-TOT-IMP-ANTES.
           ADD WS-TR-IMP-DESDE(WS-TR-IX) TO WS-TOT-IMP-DESDE.

       3300-GRABAR-TRASLADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Nombre del vendedor del traslado WS-TR-IX por lectura
      *    directa por clave primaria (si el codigo ya no esta en el
      *    maestro se deja la marca)
       3500-BUSCAR-NOMBRE.

           MOVE '(SIN MAESTRO)' TO WS-NOMBRE-EDIT.

           MOVE WS-TR-CODIGO(WS-TR-IX) TO VDM-CODIGO.

           READ VENDMAST.

           EVALUATE TRUE
               WHEN FS-VENDMAST-OK
                    MOVE VDM-NOMBRE TO WS-NOMBRE-EDIT
               WHEN FS-VENDMAST-NOHALLADO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE VENDEDORES'
                    DISPLAY 'FILE STATUS: ' FS-VENDMAST
                    STOP RUN
           END-EVALUATE.

       3500-BUSCAR-NOMBRE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3900-GRABAR-LINEA.

           WRITE LINEA-REPTRASL FROM WS-LINEA.

           IF NOT FS-REPTRASL-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE TRASLADOS'
              DISPLAY 'FILE STATUS: ' FS-REPTRASL
              STOP RUN
           END-IF.

       3900-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-MOSTRAR-RESUMEN.

           DISPLAY '================================================'.
           DISPLAY 'TRASLADOS DEL PERIODO       : ' WS-TR-CANT.
           DISPLAY 'FUENTE DE VENTAS            : ' WS-NOMBRE-VENTAS.
           DISPLAY 'VENTAS LEIDAS               : ' WS-VTA-LEIDAS.
           DISPLAY 'VENTAS DEL PERIODO          : '
                   WS-VTA-DEL-PERIODO.
           DISPLAY 'VENTAS DE TRASLADADOS       : '
                   WS-VTA-TRASLADADOS.
           DISPLAY 'REPORTE EN ' WS-NOMBRE-REPTRASL.
           DISPLAY '================================================'.

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

       END PROGRAM CL12EJ20.
