      *----------------------------------------------------------------*
      * Purpose: Analisis de devoluciones y notas de credito. Pide
      *          por consola el periodo (anio y mes) y sobre el
      *          maestro historico MAESVTAS.TXT arma, sucursal por
      *          sucursal y vendedor por vendedor, venta bruta ('V'),
      *          devoluciones ('D'), neto y porcentaje de devolucion
      *          sobre el bruto. Agrega dos secciones de excepciones:
      *          los vendedores cuya devolucion supera el umbral
      *          DEVOLUMBRAL de PARAMETROS.TXT (10 por ciento si no
      *          se indica) y cada nota de credito del periodo sin
      *          una venta previa del mismo vendedor por un importe
      *          igual o mayor dentro de los DEVOLDIAS dias anteriores
      *          (30 si no se indica), que es el caso del vendedor
      *          que factura antes del corte de comisiones de CL12EJ09
      *          y devuelve despues. Sale formateado en REPDEVOL.TXT.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL12EJ18.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----El mismo PARAMETROS.TXT de CL12EJ01: de aca se toman los
      *    overrides MAESVTAS=, REPDEVOL=, el umbral DEVOLUMBRAL= y la
      *    ventana DEVOLDIAS= de las notas de credito.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *----El maestro historico que construye CL12EJ06
       SELECT MAESVTAS
           ASSIGN DYNAMIC WS-NOMBRE-MAESVTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAESVTAS.

      *----Archivo de trabajo para el SORT por vendedor y fecha
       SELECT SORT-DEVOL
           ASSIGN TO 'SORTDEVO.WRK'.

      *----El reporte de devoluciones formateado
       SELECT REPDEVOL
           ASSIGN DYNAMIC WS-NOMBRE-REPDEVOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REPDEVOL.

      *----------------------------------------------------------------*

       DATA DIVISION.

       FILE SECTION.
      *----Definicion registro del archivo de parametros de corrida
       FD PARAMETROS.
       01 REGISTRO-PARAMETRO                PIC X(80).

      *----Mismo layout que SALIDA-TOT de CL12EJ01 (y que el maestro
      *    historico de CL12EJ06)
       FD MAESVTAS.
       01 REG-MAESVTAS.
          05 MAE-FECHA                  PIC X(08).
          05 MAE-VENDEDOR               PIC X(30).
          05 MAE-IMPORTE                PIC 9(8)V9(2).
          05 MAE-SUCURSAL               PIC X(01).
          05 MAE-TIPO-MOV               PIC X(01).

      *----Registro de trabajo del SORT: la venta con el vendedor ya
      *    normalizado, su numero de dia y la marca de si cae en el
      *    periodo pedido (las ventas anteriores solo entran para
      *    justificar notas de credito de los primeros dias).
       SD SORT-DEVOL.
       01 SORT-DEVOL-REG.
          05 SORT-VENDEDOR               PIC X(30).
          05 SORT-FECHA                  PIC X(08).
          05 SORT-TIPO-MOV               PIC X(01).
          05 SORT-IMPORTE                PIC 9(8)V9(2).
          05 SORT-SUCURSAL               PIC X(01).
          05 SORT-DIAS                   PIC 9(07).
          05 SORT-EN-PERIODO             PIC X(01).

      *----Linea del reporte de devoluciones
       FD REPDEVOL.
       01 LINEA-REPDEVOL                PIC X(100).

      *----------------------------------------------------------------*

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                PIC X(2).
             88 FS-PARAMETROS-OK            VALUE '00'.
             88 FS-PARAMETROS-EOF           VALUE '10'.
             88 FS-PARAMETROS-NOEXISTE      VALUE '35'.
          05 FS-MAESVTAS                  PIC X(2).
             88 FS-MAESVTAS-OK              VALUE '00'.
             88 FS-MAESVTAS-EOF             VALUE '10'.
             88 FS-MAESVTAS-NOEXISTE        VALUE '35'.
          05 FS-REPDEVOL                  PIC X(2).
             88 FS-REPDEVOL-OK              VALUE '00'.

      *----Nombres de los archivos, con overrides de PARAMETROS.TXT
       01 WS-NOMBRE-MAESVTAS            PIC X(40)
          VALUE '../MAESVTAS.TXT'.
       01 WS-NOMBRE-REPDEVOL            PIC X(40)
          VALUE '../REPDEVOL.TXT'.

      *----Umbral de la seccion de excepciones (porcentaje de
      *    devolucion sobre el bruto por encima del cual el vendedor
      *    se lista) y ventana en dias de la venta previa que
      *    justifica una nota de credito
       01 WS-UMBRAL                     PIC 9(03) VALUE 10.
       01 WS-VENTANA-DIAS               PIC 9(03) VALUE 30.

      *----Campos de trabajo para partir cada linea CLAVE=VALOR del
      *    archivo de parametros.
       01 WS-PARM-LINEA                 PIC X(80).
       01 WS-PARM-CLAVE                 PIC X(20).
       01 WS-PARM-VALOR                 PIC X(40).
       01 WS-PARAMETROS-EOF             PIC X(01) VALUE 'N'.
          88 WS-PARAMETROS-EOF-YES            VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO             VALUE 'N'.

       01 WS-MAESVTAS-EOF               PIC X(01) VALUE 'N'.
          88 WS-MAESVTAS-EOF-YES              VALUE 'Y'.
          88 WS-MAESVTAS-EOF-NO               VALUE 'N'.
       01 WS-SORT-EOF                   PIC X(01) VALUE 'N'.
          88 WS-SORT-EOF-YES                  VALUE 'Y'.
          88 WS-SORT-EOF-NO                   VALUE 'N'.

      *----Periodo pedido por consola
       01 WS-PER-ANIO                   PIC X(04).
       01 WS-PER-MES                    PIC X(02).
       01 WS-PER-ANIOMES                PIC X(06).
       01 WS-PER-ANIO-N                 PIC 9(04) VALUE 0.
       01 WS-PER-MES-N                  PIC 9(02) VALUE 0.
       01 WS-PER-DIAS-DESDE             PIC 9(07) VALUE 0.
       01 WS-VENTANA-DESDE              PIC 9(07) VALUE 0.

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

      *----Letras de las sucursales (A=1 .. F=6) y sus totales
       01 WS-TABLA-LETRAS.
          05 FILLER                      PIC X(06) VALUE 'ABCDEF'.
       01 FILLER REDEFINES WS-TABLA-LETRAS.
          05 WS-LETRA                    OCCURS 6 TIMES
                                          PIC X(01).
       01 WS-IX                         PIC 9(01) COMP.
       01 WS-IX-HALLADO                 PIC 9(01) COMP VALUE 0.
       01 WS-BUSCA-LETRA                PIC X(01).
       01 WS-TABLA-SUCURSALES.
          05 WS-SC-DATOS OCCURS 6 TIMES.
             10 WS-SC-BRUTO                  PIC 9(10)V9(2).
             10 WS-SC-DEVOL                  PIC 9(10)V9(2).
       01 WS-TOT-BRUTO                  PIC 9(10)V9(2) VALUE 0.
       01 WS-TOT-DEVOL                  PIC 9(10)V9(2) VALUE 0.

      *----Acumulado del vendedor del corte, abierto por sucursal
       01 WS-VEND-ANTERIOR              PIC X(30) VALUE SPACES.
       01 WS-TABLA-VEND-SUC.
          05 WS-VS-DATOS OCCURS 6 TIMES.
             10 WS-VS-BRUTO                  PIC 9(10)V9(2).
             10 WS-VS-DEVOL                  PIC 9(10)V9(2).

      *----Renglones vendedor/sucursal del periodo, en el orden de
      *    vendedor del SORT (el reporte los recorre una vez por
      *    sucursal)
       01 WS-RV-CANT                    PIC 9(04) VALUE 0.
       01 WS-RV-IX                      PIC 9(04) COMP.
       01 WS-TABLA-RENGLONES.
          05 WS-RV-DATOS OCCURS 3000 TIMES.
             10 WS-RV-SUCURSAL               PIC X(01).
             10 WS-RV-VENDEDOR               PIC X(30).
             10 WS-RV-BRUTO                  PIC 9(10)V9(2).
             10 WS-RV-DEVOL                  PIC 9(10)V9(2).
             10 WS-RV-PCT                    PIC 9(05)V9(1).

      *----Ventas 'V' recientes del vendedor del corte (numero de
      *    dia e importe), candidatas a justificar sus notas de
      *    credito
       01 WS-VP-CANT                    PIC 9(04) VALUE 0.
       01 WS-VP-IX                      PIC 9(04) COMP.
       01 WS-VP-IX2                     PIC 9(04) COMP.
       01 WS-VP-HALLADO                 PIC 9(04) VALUE 0.
       01 WS-TABLA-VTAS-PREVIAS.
          05 WS-VP-DATOS OCCURS 2000 TIMES.
             10 WS-VP-DIAS                   PIC 9(07).
             10 WS-VP-IMPORTE                PIC 9(8)V9(2).
       01 WS-VP-LIMITE                  PIC S9(07) VALUE 0.

      *----Notas de credito del periodo sin venta previa que las
      *    justifique
       01 WS-NC-CANT                    PIC 9(04) VALUE 0.
       01 WS-NC-IX                      PIC 9(04) COMP.
       01 WS-TABLA-NOTAS.
          05 WS-NC-DATOS OCCURS 2000 TIMES.
             10 WS-NC-FECHA                  PIC X(08).
             10 WS-NC-SUCURSAL               PIC X(01).
             10 WS-NC-VENDEDOR               PIC X(30).
             10 WS-NC-IMPORTE                PIC 9(8)V9(2).

      *----Campos de trabajo de la normalizacion de nombres
       01 WS-NORM-ENT                   PIC X(30).
       01 WS-NORM-SAL                   PIC X(30).
       01 WS-NORM-I                     PIC 9(02) COMP.
       01 WS-NORM-J                     PIC 9(02) COMP VALUE 0.
       01 WS-NORM-ANT-BLANCO            PIC X(01) VALUE 'S'.

      *----Contadores del resumen
       01 WS-VTA-LEIDAS                 PIC 9(07) VALUE 0.
       01 WS-VTA-DEL-PERIODO            PIC 9(07) VALUE 0.
       01 WS-VTA-SIN-SUCURSAL           PIC 9(07) VALUE 0.
       01 WS-EXCEPCIONES                PIC 9(05) VALUE 0.

      *----Armado de lineas del reporte
       01 WS-LINEA                      PIC X(100).
       01 WS-RENG-SUCURSAL              PIC X(01).
       01 WS-RENG-NOMBRE                PIC X(30).
       01 WS-RENG-BRUTO                 PIC 9(10)V9(2).
       01 WS-RENG-DEVOL                 PIC 9(10)V9(2).
       01 WS-RENG-NETO                  PIC S9(10)V9(2).
       01 WS-RENG-PCT                   PIC 9(05)V9(1).
       01 WS-IMP-EDIT-BRUTO             PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-IMP-EDIT-DEVOL             PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-IMP-EDIT-NETO              PIC Z.ZZZ.ZZZ.ZZ9,99-.
       01 WS-IMP-EDIT-NOTA              PIC ZZ.ZZZ.ZZ9,99.
       01 WS-PCT-EDIT                   PIC ZZ.ZZ9,9.
       01 WS-UMBRAL-EDIT                PIC ZZ9.
       01 WS-DIAS-EDIT                  PIC ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0050-LEER-PARAMETROS
              THRU 0050-LEER-PARAMETROS-EXIT.

           PERFORM 1000-PEDIR-PERIODO
              THRU 1000-PEDIR-PERIODO-EXIT.

           PERFORM 1400-VERIFICAR-ENTRADA
              THRU 1400-VERIFICAR-ENTRADA-EXIT.

           SORT SORT-DEVOL
               ON ASCENDING KEY SORT-VENDEDOR
                                SORT-FECHA
               ON DESCENDING KEY SORT-TIPO-MOV
               INPUT PROCEDURE IS 1500-SELECCIONAR-VENTAS
                  THRU 1500-SELECCIONAR-VENTAS-EXIT
               OUTPUT PROCEDURE IS 2000-ANALIZAR-VENTAS
                  THRU 2000-ANALIZAR-VENTAS-EXIT.

           PERFORM 3000-GENERAR-REPORTE
              THRU 3000-GENERAR-REPORTE-EXIT.

           PERFORM 4000-MOSTRAR-RESUMEN
              THRU 4000-MOSTRAR-RESUMEN-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      *----Lee, si existe, PARAMETROS.TXT y pisa nombres, umbral y
      *    ventana; mismo criterio de archivo opcional que CL12EJ01.
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
               WHEN 'MAESVTAS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-MAESVTAS
               WHEN 'REPDEVOL'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-REPDEVOL
               WHEN 'DEVOLUMBRAL'
                    IF WS-PARM-VALOR(1:3) NUMERIC
                       MOVE WS-PARM-VALOR(1:3) TO WS-UMBRAL
                    ELSE
                       DISPLAY 'DEVOLUMBRAL INVALIDO, SE IGNORA: '
                               WS-PARM-VALOR
                    END-IF
               WHEN 'DEVOLDIAS'
                    IF WS-PARM-VALOR(1:3) NUMERIC
                       MOVE WS-PARM-VALOR(1:3) TO WS-VENTANA-DIAS
                    ELSE
                       DISPLAY 'DEVOLDIAS INVALIDO, SE IGNORA: '
                               WS-PARM-VALOR
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       0055-LEER-PARAMETROS-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Pide por consola el periodo a analizar, igual que
      *    CL12EJ12, y calcula desde que dia se toman ventas previas
      *    (primer dia del periodo menos la ventana).
       1000-PEDIR-PERIODO.

           MOVE SPACES TO WS-PER-ANIO.
           DISPLAY 'ANIO A ANALIZAR (AAAA): '.
           ACCEPT WS-PER-ANIO.

           MOVE SPACES TO WS-PER-MES.
           DISPLAY 'MES A ANALIZAR (MM): '.
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

           MOVE SPACES TO WS-DIA-FECHA.
           STRING WS-PER-ANIOMES '01'
               DELIMITED BY SIZE INTO WS-DIA-FECHA.
           PERFORM 8100-CALCULAR-DIAS
              THRU 8100-CALCULAR-DIAS-EXIT.
           MOVE WS-DIA-NUMERO TO WS-PER-DIAS-DESDE.

           COMPUTE WS-VENTANA-DESDE =
                   WS-PER-DIAS-DESDE - WS-VENTANA-DIAS.

       1000-PEDIR-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Verifica que el maestro exista antes de lanzar el SORT,
      *    mismo criterio que 1400-VERIFICAR-ENTRADA de CL12EJ09.
       1400-VERIFICAR-ENTRADA.

           OPEN INPUT MAESVTAS.

           EVALUATE TRUE
               WHEN FS-MAESVTAS-OK
                    CLOSE MAESVTAS
               WHEN FS-MAESVTAS-NOEXISTE
                    DISPLAY 'FALTA ' WS-NOMBRE-MAESVTAS
                            ': NO HAY VENTAS QUE ANALIZAR'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE MAESVTAS'
                    DISPLAY 'FILE STATUS: ' FS-MAESVTAS
                    STOP RUN
           END-EVALUATE.

       1400-VERIFICAR-ENTRADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Procedimiento de entrada del SORT: pasa las ventas del
      *    periodo y las de la ventana previa, con el vendedor
      *    normalizado para que la misma persona cargada con
      *    espacios distintos corte junta.
       1500-SELECCIONAR-VENTAS.

           OPEN INPUT MAESVTAS.

           IF NOT FS-MAESVTAS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE MAESVTAS'
              DISPLAY 'FILE STATUS: ' FS-MAESVTAS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-MAESVTAS-EOF.

           PERFORM 1550-SELECCIONAR-VENTA-UNA
              THRU 1550-SELECCIONAR-VENTA-UNA-EXIT
              UNTIL WS-MAESVTAS-EOF-YES.

           CLOSE MAESVTAS.

       1500-SELECCIONAR-VENTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1550-SELECCIONAR-VENTA-UNA.

           READ MAESVTAS.

           IF FS-MAESVTAS-EOF
              SET WS-MAESVTAS-EOF-YES TO TRUE
              GO TO 1550-SELECCIONAR-VENTA-UNA-EXIT
           END-IF.

           IF NOT FS-MAESVTAS-OK
              DISPLAY 'ERROR AL LEER EL ARCHIVO DE MAESVTAS'
              DISPLAY 'FILE STATUS: ' FS-MAESVTAS
              STOP RUN
           END-IF.

           ADD 1 TO WS-VTA-LEIDAS.

      *----La fecha del maestro ya viaja AAAAMMDD
           IF MAE-FECHA NOT NUMERIC
              OR MAE-IMPORTE NOT NUMERIC
              GO TO 1550-SELECCIONAR-VENTA-UNA-EXIT
           END-IF.

           IF MAE-FECHA(1:6) > WS-PER-ANIOMES
              GO TO 1550-SELECCIONAR-VENTA-UNA-EXIT
           END-IF.

           MOVE MAE-FECHA TO WS-DIA-FECHA.
           PERFORM 8100-CALCULAR-DIAS
              THRU 8100-CALCULAR-DIAS-EXIT.

           IF WS-DIA-NUMERO < WS-VENTANA-DESDE
              GO TO 1550-SELECCIONAR-VENTA-UNA-EXIT
           END-IF.

           MOVE MAE-VENDEDOR TO WS-NORM-ENT.
           PERFORM 8000-NORMALIZAR-NOMBRE
              THRU 8000-NORMALIZAR-NOMBRE-EXIT.

           MOVE WS-NORM-SAL   TO SORT-VENDEDOR.
           MOVE MAE-FECHA     TO SORT-FECHA.
           MOVE MAE-TIPO-MOV  TO SORT-TIPO-MOV.
           MOVE MAE-IMPORTE   TO SORT-IMPORTE.
           MOVE MAE-SUCURSAL  TO SORT-SUCURSAL.
           MOVE WS-DIA-NUMERO TO SORT-DIAS.

           IF MAE-FECHA(1:6) = WS-PER-ANIOMES
              MOVE 'S' TO SORT-EN-PERIODO
              ADD 1 TO WS-VTA-DEL-PERIODO
           ELSE
              MOVE 'N' TO SORT-EN-PERIODO
           END-IF.

           RELEASE SORT-DEVOL-REG.

       1550-SELECCIONAR-VENTA-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Procedimiento de salida del SORT: recorre las ventas por
      *    vendedor y fecha (en el mismo dia la venta 'V' llega antes
      *    que la nota 'D'), acumula bruto y devolucion del periodo y
      *    controla cada nota de credito contra las ventas previas
      *    del mismo vendedor.
       2000-ANALIZAR-VENTAS.

           MOVE SPACES TO WS-VEND-ANTERIOR.
           MOVE 0      TO WS-VP-CANT.
           INITIALIZE WS-TABLA-VEND-SUC.
           INITIALIZE WS-TABLA-SUCURSALES.
           MOVE 'N'    TO WS-SORT-EOF.

           PERFORM 2100-LEER-SORT
              THRU 2100-LEER-SORT-EXIT.

           PERFORM 2200-ACUMULAR-VENTA
              THRU 2200-ACUMULAR-VENTA-EXIT
              UNTIL WS-SORT-EOF-YES.

           IF WS-VEND-ANTERIOR NOT = SPACES
              PERFORM 2400-CERRAR-VENDEDOR
                 THRU 2400-CERRAR-VENDEDOR-EXIT
           END-IF.

       2000-ANALIZAR-VENTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-SORT.

           RETURN SORT-DEVOL
               AT END
                  SET WS-SORT-EOF-YES TO TRUE
           END-RETURN.

       2100-LEER-SORT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-ACUMULAR-VENTA.

           IF WS-VEND-ANTERIOR NOT = SPACES
              AND SORT-VENDEDOR NOT = WS-VEND-ANTERIOR
              PERFORM 2400-CERRAR-VENDEDOR
                 THRU 2400-CERRAR-VENDEDOR-EXIT
              MOVE 0 TO WS-VP-CANT
              INITIALIZE WS-TABLA-VEND-SUC
           END-IF.

           MOVE SORT-VENDEDOR TO WS-VEND-ANTERIOR.

           IF SORT-TIPO-MOV = 'D'
              IF SORT-EN-PERIODO = 'S'
                 PERFORM 2300-CONTROLAR-NOTA
                    THRU 2300-CONTROLAR-NOTA-EXIT
              END-IF
           ELSE
              PERFORM 2250-GUARDAR-VENTA-PREVIA
                 THRU 2250-GUARDAR-VENTA-PREVIA-EXIT
           END-IF.

           IF SORT-EN-PERIODO NOT = 'S'
              GO TO 2200-ACUMULAR-VENTA-SIGUIENTE
           END-IF.

           MOVE SORT-SUCURSAL TO WS-BUSCA-LETRA.
           PERFORM 2900-UBICAR-LETRA
              THRU 2900-UBICAR-LETRA-EXIT.

           IF WS-IX-HALLADO = 0
              ADD 1 TO WS-VTA-SIN-SUCURSAL
              GO TO 2200-ACUMULAR-VENTA-SIGUIENTE
           END-IF.

           IF SORT-TIPO-MOV = 'D'
              ADD SORT-IMPORTE TO WS-VS-DEVOL(WS-IX-HALLADO)
              ADD SORT-IMPORTE TO WS-SC-DEVOL(WS-IX-HALLADO)
              ADD SORT-IMPORTE TO WS-TOT-DEVOL
           ELSE
              ADD SORT-IMPORTE TO WS-VS-BRUTO(WS-IX-HALLADO)
              ADD SORT-IMPORTE TO WS-SC-BRUTO(WS-IX-HALLADO)
              ADD SORT-IMPORTE TO WS-TOT-BRUTO
           END-IF.

       2200-ACUMULAR-VENTA-SIGUIENTE.

           PERFORM 2100-LEER-SORT
              THRU 2100-LEER-SORT-EXIT.

       2200-ACUMULAR-VENTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Guarda la venta como candidata a justificar notas de
      *    credito posteriores. Con la tabla llena se descartan las
      *    que ya quedaron fuera de la ventana; si aun asi no hay
      *    lugar, el vendedor supera lo previsto.
       2250-GUARDAR-VENTA-PREVIA.

           IF WS-VP-CANT >= 2000
              PERFORM 2270-DEPURAR-PREVIAS
                 THRU 2270-DEPURAR-PREVIAS-EXIT
           END-IF.

           IF WS-VP-CANT >= 2000
              DISPLAY 'TABLA DE VENTAS PREVIAS LLENA (MAXIMO 2000)'
              DISPLAY 'VENDEDOR: ' SORT-VENDEDOR
              STOP RUN
           END-IF.

           ADD 1 TO WS-VP-CANT.
           MOVE SORT-DIAS    TO WS-VP-DIAS(WS-VP-CANT).
           MOVE SORT-IMPORTE TO WS-VP-IMPORTE(WS-VP-CANT).

       2250-GUARDAR-VENTA-PREVIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Compacta la tabla dejando solo las ventas que todavia
      *    pueden justificar una nota del dia actual o posterior
       2270-DEPURAR-PREVIAS.

           COMPUTE WS-VP-LIMITE = SORT-DIAS - WS-VENTANA-DIAS.
           MOVE 0 TO WS-VP-IX2.

           PERFORM 2280-DEPURAR-PREVIA-UNA
              THRU 2280-DEPURAR-PREVIA-UNA-EXIT
             VARYING WS-VP-IX FROM 1 BY 1
               UNTIL WS-VP-IX > WS-VP-CANT.

           MOVE WS-VP-IX2 TO WS-VP-CANT.

       2270-DEPURAR-PREVIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2280-DEPURAR-PREVIA-UNA.

           IF WS-VP-DIAS(WS-VP-IX) >= WS-VP-LIMITE
              ADD 1 TO WS-VP-IX2
              MOVE WS-VP-DATOS(WS-VP-IX) TO WS-VP-DATOS(WS-VP-IX2)
           END-IF.

       2280-DEPURAR-PREVIA-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Una nota de credito del periodo queda justificada si hay
      *    una venta 'V' del mismo vendedor, de importe igual o
      *    mayor, entre la ventana de dias y el dia de la nota; si
      *    no la hay se guarda para la seccion de excepciones.
       2300-CONTROLAR-NOTA.

           COMPUTE WS-VP-LIMITE = SORT-DIAS - WS-VENTANA-DIAS.
           MOVE 0 TO WS-VP-HALLADO.

           PERFORM 2350-BUSCAR-PREVIA-UNA
              THRU 2350-BUSCAR-PREVIA-UNA-EXIT
             VARYING WS-VP-IX FROM 1 BY 1
               UNTIL WS-VP-IX > WS-VP-CANT
                  OR WS-VP-HALLADO > 0.

           IF WS-VP-HALLADO > 0
              GO TO 2300-CONTROLAR-NOTA-EXIT
           END-IF.

           IF WS-NC-CANT >= 2000
              DISPLAY 'TABLA DE NOTAS SIN VENTA LLENA (MAXIMO 2000)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-NC-CANT.
           MOVE SORT-FECHA    TO WS-NC-FECHA(WS-NC-CANT).
           MOVE SORT-SUCURSAL TO WS-NC-SUCURSAL(WS-NC-CANT).
           MOVE SORT-VENDEDOR TO WS-NC-VENDEDOR(WS-NC-CANT).
           MOVE SORT-IMPORTE  TO WS-NC-IMPORTE(WS-NC-CANT).

       2300-CONTROLAR-NOTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-BUSCAR-PREVIA-UNA.

           IF WS-VP-DIAS(WS-VP-IX) >= WS-VP-LIMITE
              AND WS-VP-IMPORTE(WS-VP-IX) >= SORT-IMPORTE
              MOVE WS-VP-IX TO WS-VP-HALLADO
           END-IF.

       2350-BUSCAR-PREVIA-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Cierra el vendedor: un renglon por cada sucursal donde
      *    tuvo movimientos en el periodo
       2400-CERRAR-VENDEDOR.

           PERFORM 2450-CERRAR-VEND-SUC
              THRU 2450-CERRAR-VEND-SUC-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 6.

       2400-CERRAR-VENDEDOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-CERRAR-VEND-SUC.

           IF WS-VS-BRUTO(WS-IX) = 0 AND WS-VS-DEVOL(WS-IX) = 0
              GO TO 2450-CERRAR-VEND-SUC-EXIT
           END-IF.

           IF WS-RV-CANT >= 3000
              DISPLAY 'TABLA DE VENDEDORES LLENA (MAXIMO 3000)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-RV-CANT.
           MOVE WS-LETRA(WS-IX)    TO WS-RV-SUCURSAL(WS-RV-CANT).
           MOVE WS-VEND-ANTERIOR   TO WS-RV-VENDEDOR(WS-RV-CANT).
           MOVE WS-VS-BRUTO(WS-IX) TO WS-RV-BRUTO(WS-RV-CANT).
           MOVE WS-VS-DEVOL(WS-IX) TO WS-RV-DEVOL(WS-RV-CANT).

           MOVE WS-VS-BRUTO(WS-IX) TO WS-RENG-BRUTO.
           MOVE WS-VS-DEVOL(WS-IX) TO WS-RENG-DEVOL.
           PERFORM 3700-CALCULAR-PORCENTAJE
              THRU 3700-CALCULAR-PORCENTAJE-EXIT.
           MOVE WS-RENG-PCT        TO WS-RV-PCT(WS-RV-CANT).

       2450-CERRAR-VEND-SUC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Ubica WS-BUSCA-LETRA en la tabla de sucursales (A=1..F=6)
       2900-UBICAR-LETRA.

           MOVE 0 TO WS-IX-HALLADO.

           PERFORM 2950-UBICAR-LETRA-UNO
              THRU 2950-UBICAR-LETRA-UNO-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 6
                  OR WS-IX-HALLADO > 0.

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
      *----Graba el reporte: detalle por sucursal y vendedor con los
      *    totales, las excepciones sobre el umbral y las notas de
      *    credito sin venta previa.
       3000-GENERAR-REPORTE.

           OPEN OUTPUT REPDEVOL.

           IF NOT FS-REPDEVOL-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE REPDEVOL'
              DISPLAY 'FILE STATUS: ' FS-REPDEVOL
      * SI NO ABRE EL ARCHIVO DE SALIDA DETENGO EL PROCESO
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINEA.
           STRING 'DEVOLUCIONES Y NOTAS DE CREDITO ' WS-PER-MES '/'
                  WS-PER-ANIO
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE '--------------------------------------------------'
             TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3850-GRABAR-TITULOS
              THRU 3850-GRABAR-TITULOS-EXIT.

           PERFORM 3100-GRABAR-SUCURSAL
              THRU 3100-GRABAR-SUCURSAL-EXIT
             VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 6.

           MOVE 'TOTAL'      TO WS-RENG-NOMBRE.
           MOVE SPACE        TO WS-RENG-SUCURSAL.
           MOVE WS-TOT-BRUTO TO WS-RENG-BRUTO.
           MOVE WS-TOT-DEVOL TO WS-RENG-DEVOL.
           PERFORM 3700-CALCULAR-PORCENTAJE
              THRU 3700-CALCULAR-PORCENTAJE-EXIT.
           PERFORM 3800-ARMAR-RENGLON
              THRU 3800-ARMAR-RENGLON-EXIT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-UMBRAL TO WS-UMBRAL-EDIT.
           MOVE SPACES TO WS-LINEA.
           STRING 'EXCEPCIONES: DEVOLUCION MAYOR AL '
                  WS-UMBRAL-EDIT ' PCT DEL BRUTO'
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE '--------------------------------------------------'
             TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3850-GRABAR-TITULOS
              THRU 3850-GRABAR-TITULOS-EXIT.

           PERFORM 3300-GRABAR-EXCEPCION
              THRU 3300-GRABAR-EXCEPCION-EXIT
             VARYING WS-RV-IX FROM 1 BY 1
               UNTIL WS-RV-IX > WS-RV-CANT.

           IF WS-EXCEPCIONES = 0
              MOVE '  SIN EXCEPCIONES EN EL PERIODO' TO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-EXIT
           END-IF.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-VENTANA-DIAS TO WS-DIAS-EDIT.
           MOVE SPACES TO WS-LINEA.
           STRING 'NOTAS DE CREDITO SIN VENTA PREVIA DE IGUAL O '
                  'MAYOR IMPORTE EN ' WS-DIAS-EDIT ' DIAS'
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE '--------------------------------------------------'
             TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3400-GRABAR-NOTA
              THRU 3400-GRABAR-NOTA-EXIT
             VARYING WS-NC-IX FROM 1 BY 1
               UNTIL WS-NC-IX > WS-NC-CANT.

           IF WS-NC-CANT = 0
              MOVE '  SIN NOTAS DE CREDITO SIN JUSTIFICAR' TO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-EXIT
           END-IF.

           CLOSE REPDEVOL.

           IF NOT FS-REPDEVOL-OK
              DISPLAY 'ERROR EN CLOSE DE REPDEVOL: ' FS-REPDEVOL
           END-IF.

       3000-GENERAR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Una sucursal: sus vendedores y el subtotal (sucursal sin
      *    movimientos en el periodo no sale)
       3100-GRABAR-SUCURSAL.

           IF WS-SC-BRUTO(WS-IX) = 0 AND WS-SC-DEVOL(WS-IX) = 0
              GO TO 3100-GRABAR-SUCURSAL-EXIT
           END-IF.

           MOVE SPACES TO WS-LINEA.
           STRING 'SUCURSAL ' WS-LETRA(WS-IX)
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3200-GRABAR-VENDEDOR
              THRU 3200-GRABAR-VENDEDOR-EXIT
             VARYING WS-RV-IX FROM 1 BY 1
               UNTIL WS-RV-IX > WS-RV-CANT.

           MOVE SPACES             TO WS-RENG-NOMBRE.
           STRING 'TOTAL SUCURSAL ' WS-LETRA(WS-IX)
               DELIMITED BY SIZE INTO WS-RENG-NOMBRE.
           MOVE SPACE              TO WS-RENG-SUCURSAL.
           MOVE WS-SC-BRUTO(WS-IX) TO WS-RENG-BRUTO.
           MOVE WS-SC-DEVOL(WS-IX) TO WS-RENG-DEVOL.
           PERFORM 3700-CALCULAR-PORCENTAJE
              THRU 3700-CALCULAR-PORCENTAJE-EXIT.
           PERFORM 3800-ARMAR-RENGLON
              THRU 3800-ARMAR-RENGLON-EXIT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3100-GRABAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-GRABAR-VENDEDOR.

           IF WS-RV-SUCURSAL(WS-RV-IX) NOT = WS-LETRA(WS-IX)
              GO TO 3200-GRABAR-VENDEDOR-EXIT
           END-IF.

           PERFORM 3600-CARGAR-RENGLON
              THRU 3600-CARGAR-RENGLON-EXIT.
           MOVE SPACE TO WS-RENG-SUCURSAL.
           PERFORM 3800-ARMAR-RENGLON
              THRU 3800-ARMAR-RENGLON-EXIT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3200-GRABAR-VENDEDOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Vendedor/sucursal con devolucion por encima del umbral
       3300-GRABAR-EXCEPCION.

           IF WS-RV-PCT(WS-RV-IX) <= WS-UMBRAL
              GO TO 3300-GRABAR-EXCEPCION-EXIT
           END-IF.

           ADD 1 TO WS-EXCEPCIONES.

           PERFORM 3600-CARGAR-RENGLON
              THRU 3600-CARGAR-RENGLON-EXIT.
           PERFORM 3800-ARMAR-RENGLON
              THRU 3800-ARMAR-RENGLON-EXIT.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3300-GRABAR-EXCEPCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3400-GRABAR-NOTA.

           MOVE WS-NC-IMPORTE(WS-NC-IX) TO WS-IMP-EDIT-NOTA.

           MOVE SPACES TO WS-LINEA.
           STRING '  ' WS-NC-FECHA(WS-NC-IX)(7:2) '/'
                  WS-NC-FECHA(WS-NC-IX)(5:2) '/'
                  WS-NC-FECHA(WS-NC-IX)(1:4)
                  ' SUC ' WS-NC-SUCURSAL(WS-NC-IX)
                  ' ' WS-NC-VENDEDOR(WS-NC-IX)
                  ' IMPORTE ' WS-IMP-EDIT-NOTA
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3400-GRABAR-NOTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3600-CARGAR-RENGLON.

           MOVE WS-RV-SUCURSAL(WS-RV-IX) TO WS-RENG-SUCURSAL.
           MOVE WS-RV-VENDEDOR(WS-RV-IX) TO WS-RENG-NOMBRE.
           MOVE WS-RV-BRUTO(WS-RV-IX)    TO WS-RENG-BRUTO.
           MOVE WS-RV-DEVOL(WS-RV-IX)    TO WS-RENG-DEVOL.
           MOVE WS-RV-PCT(WS-RV-IX)      TO WS-RENG-PCT.

       3600-CARGAR-RENGLON-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Porcentaje de devolucion sobre el bruto. Sin bruto en el
      *    periodo, cualquier devolucion cuenta como el 100 por
      *    ciento (es justamente el caso que auditoria quiere ver).
       3700-CALCULAR-PORCENTAJE.

           IF WS-RENG-BRUTO > 0
              COMPUTE WS-RENG-PCT ROUNDED =
                 WS-RENG-DEVOL * 100 / WS-RENG-BRUTO
           ELSE
              IF WS-RENG-DEVOL > 0
                 MOVE 100 TO WS-RENG-PCT
              ELSE
                 MOVE 0 TO WS-RENG-PCT
              END-IF
           END-IF.

       3700-CALCULAR-PORCENTAJE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Arma en WS-LINEA un renglon con bruto, devolucion, neto y
      *    porcentaje (WS-RENG-SUCURSAL en blanco omite la letra)
       3800-ARMAR-RENGLON.

           COMPUTE WS-RENG-NETO = WS-RENG-BRUTO - WS-RENG-DEVOL.

           MOVE WS-RENG-BRUTO TO WS-IMP-EDIT-BRUTO.
           MOVE WS-RENG-DEVOL TO WS-IMP-EDIT-DEVOL.
           MOVE WS-RENG-NETO  TO WS-IMP-EDIT-NETO.
           MOVE WS-RENG-PCT   TO WS-PCT-EDIT.

           MOVE SPACES TO WS-LINEA.
           STRING '  ' WS-RENG-SUCURSAL
                  ' ' WS-RENG-NOMBRE
                  ' ' WS-IMP-EDIT-BRUTO
                  ' ' WS-IMP-EDIT-DEVOL
                  ' ' WS-IMP-EDIT-NETO
                  ' ' WS-PCT-EDIT
               DELIMITED BY SIZE INTO WS-LINEA.

       3800-ARMAR-RENGLON-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Titulos de columna de los renglones de 3800
       3850-GRABAR-TITULOS.

           MOVE SPACES       TO WS-LINEA.
           MOVE 'S VENDEDOR' TO WS-LINEA(3:10).
           MOVE 'BRUTO'      TO WS-LINEA(47:5).
           MOVE 'DEVOLUCION' TO WS-LINEA(59:10).
           MOVE 'NETO'       TO WS-LINEA(82:4).
           MOVE '% DEVOL'    TO WS-LINEA(89:7).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3850-GRABAR-TITULOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3900-GRABAR-LINEA.

           WRITE LINEA-REPDEVOL FROM WS-LINEA.

           IF NOT FS-REPDEVOL-OK
              DISPLAY 'ERROR AL GRABAR EL REPORTE DE DEVOLUCIONES'
              DISPLAY 'FILE STATUS: ' FS-REPDEVOL
              STOP RUN
           END-IF.

       3900-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-MOSTRAR-RESUMEN.

           DISPLAY '================================================'.
           DISPLAY 'VENTAS LEIDAS               : ' WS-VTA-LEIDAS.
           DISPLAY 'VENTAS DEL PERIODO          : '
                   WS-VTA-DEL-PERIODO.
           DISPLAY 'VENTAS SIN SUCURSAL VALIDA  : '
                   WS-VTA-SIN-SUCURSAL.
           DISPLAY 'EXCEPCIONES SOBRE EL UMBRAL : ' WS-EXCEPCIONES.
           DISPLAY 'NOTAS SIN VENTA PREVIA      : ' WS-NC-CANT.
           DISPLAY 'REPORTE EN ' WS-NOMBRE-REPDEVOL.
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
      *----Convierte WS-DIA-FECHA (AAAAMMDD) en WS-DIA-NUMERO, un
      *    numero de dia corrido: anios por 365, mas los dias de
      *    bisiesto (cada 4, salvo seculares no divisibles por 400)
      *    hasta el anio anterior, o hasta el propio si ya paso
      *    febrero, mas los dias del anio. Restando dos numeros se
      *    obtienen los dias entre dos fechas.
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

       END PROGRAM CL12EJ18.
