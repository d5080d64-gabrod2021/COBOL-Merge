      *          CUOTAUMBRAL de PARAMETROS.TXT, 80 por ciento si no
      *          se indica). Reemplaza el cruce a mano que
      *          supervision armaba desde REPORTEVEND.TXT.
      *          Cada venta se imputa ademas a la sucursal que el
      *          vendedor tenia asignada ese dia segun el historial
      *          SUCHIST.TXT: el vendedor trasladado en el periodo
      *          sale con su venta abierta por sucursal y el reporte
      *          cierra con la venta real de cada sucursal.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----El mismo PARAMETROS.TXT de CL12EJ01: de aca se toman los
      *    overrides CUOTAS=, VENDEDORES=, REPCUOTA=, SUCHIST= y el
      *    umbral CUOTAUMBRAL= de la seccion de excepciones.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENTAS.

      *----Historial de asignaciones de sucursal que graban
      *    CL12EJ02 y CL12EJ14; opcional (sin historial rige la
      *    sucursal del maestro)
       SELECT SUCHIST
           ASSIGN DYNAMIC WS-NOMBRE-SUCHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCHIST.

      *----El reporte de cumplimiento formateado
       SELECT REPCUOTA
           ASSIGN DYNAMIC WS-NOMBRE-REPCUOTA
          05 VTA-SUCURSAL               PIC X(01).
          05 VTA-TIPO-MOV               PIC X(01).

      *----Mismo layout que graba CL12EJ14
       FD SUCHIST.
       01 REGISTRO-SUCHIST.
          05 SCH-CODIGO                  PIC 9(05).
          05 SCH-SUCURSAL                PIC X(01).
          05 SCH-SUCURSAL-ANT            PIC X(01).
          05 SCH-FECHA-DESDE             PIC 9(08).
          05 SCH-ORIGEN                  PIC X(01).
          05 SCH-FECHA-REG               PIC 9(08).

      *----Linea del reporte de cumplimiento
       FD REPCUOTA.
       01 LINEA-REPCUOTA                PIC X(100).
             88 FS-VENTAS-NOEXISTE          VALUE '35'.
          05 FS-REPCUOTA                  PIC X(2).
             88 FS-REPCUOTA-OK              VALUE '00'.
          05 FS-SUCHIST                   PIC X(2).
             88 FS-SUCHIST-OK               VALUE '00'.
             88 FS-SUCHIST-EOF              VALUE '10'.
             88 FS-SUCHIST-NOEXISTE         VALUE '35'.

      *----Nombres de los archivos, con overrides de PARAMETROS.TXT
       01 WS-NOMBRE-CUOTAS              PIC X(40)
          VALUE '../MAESVTAS.TXT'.
       01 WS-NOMBRE-REPCUOTA            PIC X(40)
          VALUE '../REPCUOTA.TXT'.
       01 WS-NOMBRE-SUCHIST             PIC X(40)
          VALUE '../SUCHIST.TXT'.

      *----Umbral de la seccion de excepciones (porcentaje de
      *    cumplimiento debajo del cual el vendedor se lista),
       01 WS-VENTAS-EOF                 PIC X(01) VALUE 'N'.
          88 WS-VENTAS-EOF-YES                VALUE 'Y'.
          88 WS-VENTAS-EOF-NO                 VALUE 'N'.
       01 WS-SUCHIST-EOF                PIC X(01) VALUE 'N'.
          88 WS-SUCHIST-EOF-YES               VALUE 'Y'.
          88 WS-SUCHIST-EOF-NO                VALUE 'N'.

      *----Periodo pedido por consola
       01 WS-PER-ANIO                   PIC X(04).
             10 WS-CQ-OBJETIVO               PIC 9(8)V9(2).
             10 WS-CQ-REAL                   PIC S9(10)V9(2).
             10 WS-CQ-PORCENTAJE             PIC S9(05)V9(1).
             10 WS-CQ-REAL-SUC OCCURS 6 TIMES
                                          PIC S9(10)V9(2).

      *----Letras de las posiciones de sucursal (A=1 .. F=6), mismo
      *    esquema que CL12EJ04
       01 WS-TABLA-LETRAS.
          05 FILLER                      PIC X(06) VALUE 'ABCDEF'.
       01 FILLER REDEFINES WS-TABLA-LETRAS.
          05 WS-LETRA                    OCCURS 6 TIMES
                                          PIC X(01).

       01 WS-SUC-IX                     PIC 9(01) COMP.
       01 WS-SUC-HALLADO                PIC 9(01) COMP VALUE 0.
       01 WS-SUC-CON-VENTA              PIC 9(01) VALUE 0.

      *----Venta real del periodo por sucursal vigente a la fecha de
      *    cada venta (solo ventas de vendedores con cuota)
       01 WS-TABLA-REAL-SUC.
          05 WS-SUC-REAL                 OCCURS 6 TIMES
                                          PIC S9(10)V9(2) VALUE 0.
       01 WS-MOV-IMPORTE                PIC S9(8)V9(2) VALUE 0.

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

      *----Pedido y respuesta de 8200-SUCURSAL-VIGENTE
       01 WS-SV-CODIGO                  PIC 9(05) VALUE 0.
       01 WS-SV-FECHA                   PIC 9(08) VALUE 0.
       01 WS-SV-ACTUAL                  PIC X(01) VALUE SPACES.
       01 WS-SV-SUCURSAL                PIC X(01) VALUE SPACES.

      *----Resultado de la ultima lectura por clave del maestro (el
      *    registro hallado queda en el buffer del FD)
       01 WS-VTA-DEL-PERIODO            PIC 9(07) VALUE 0.
       01 WS-VTA-SIN-CUOTA              PIC 9(07) VALUE 0.
       01 WS-EXCEPCIONES                PIC 9(05) VALUE 0.
       01 WS-VEND-TRASLADADOS           PIC 9(05) VALUE 0.

      *----Armado de lineas del reporte
       01 WS-LINEA                      PIC X(100).
       01 WS-IMP-EDIT-REAL              PIC ZZ.ZZZ.ZZ9,99-.
       01 WS-PCT-EDIT                   PIC ZZ.ZZ9,9-.
       01 WS-UMBRAL-EDIT                PIC ZZ9.
       01 WS-IMP-EDIT-SUC               PIC Z.ZZZ.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           PERFORM 1200-ABRIR-VENDEDORES
              THRU 1200-ABRIR-VENDEDORES-EXIT.

           PERFORM 1300-CARGAR-HISTORIAL
              THRU 1300-CARGAR-HISTORIAL-EXIT.

           PERFORM 1400-ABRIR-VENTAS
              THRU 1400-ABRIR-VENTAS-EXIT.

                    MOVE WS-PARM-VALOR TO WS-NOMBRE-VENDMAST
               WHEN 'REPCUOTA'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-REPCUOTA
               WHEN 'SUCHIST'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUCHIST
               WHEN 'CUOTAUMBRAL'
                    IF WS-PARM-VALOR(1:3) NUMERIC
                       MOVE WS-PARM-VALOR(1:3) TO WS-UMBRAL
           END-IF.

           ADD 1 TO WS-CQ-CANT.
           INITIALIZE WS-CQ-DATOS(WS-CQ-CANT).
           MOVE CUO-CODIGO  TO WS-CQ-CODIGO(WS-CQ-CANT).
           MOVE CUO-IMPORTE TO WS-CQ-OBJETIVO(WS-CQ-CANT).
           MOVE 0           TO WS-CQ-REAL(WS-CQ-CANT).
       1200-ABRIR-VENDEDORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga el historial de sucursales; opcional, mismo criterio
      *    que 1300-CARGAR-HISTORIAL de CL12EJ09.
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
      *----Abre la fuente de ventas: primero el maestro historico;
      *    si todavia no existe, el VENTATOT de la corrida (un
      *    periodo pasado no estara completo ahi, se avisa).
      *----------------------------------------------------------------*
      *----Lee una venta, filtra por el periodo pedido y acumula su
      *    neto en la cuota del vendedor (resuelto por nombre
      *    normalizado -> codigo) y en la sucursal que el vendedor
      *    tenia asignada el dia de la venta. Venta del periodo sin
      *    cuota se cuenta aparte para el resumen.
       2000-ACUMULAR-VENTA-UNA.

           READ VENTAS.
           END-IF.

           IF VTA-TIPO-MOV = 'D'
              COMPUTE WS-MOV-IMPORTE = 0 - VTA-IMPORTE
           ELSE
              MOVE VTA-IMPORTE TO WS-MOV-IMPORTE
           END-IF.

           ADD WS-MOV-IMPORTE TO WS-CQ-REAL(WS-CQ-HALLADO).

           MOVE VDM-CODIGO   TO WS-SV-CODIGO.
           MOVE VTA-FECHA    TO WS-SV-FECHA.
           MOVE VDM-SUCURSAL TO WS-SV-ACTUAL.
           PERFORM 8200-SUCURSAL-VIGENTE
              THRU 8200-SUCURSAL-VIGENTE-EXIT.

           PERFORM 2300-UBICAR-SUCURSAL
              THRU 2300-UBICAR-SUCURSAL-EXIT.

           IF WS-SUC-HALLADO > 0
              ADD WS-MOV-IMPORTE
               TO WS-CQ-REAL-SUC(WS-CQ-HALLADO, WS-SUC-HALLADO)
              ADD WS-MOV-IMPORTE TO WS-SUC-REAL(WS-SUC-HALLADO)
           END-IF.

       2000-ACUMULAR-VENTA-UNA-EXIT.
       2250-BUSCAR-CUOTA-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Ubica la letra de WS-SV-SUCURSAL en la tabla (A=1 .. F=6),
      *    mismo criterio que 2200-UBICAR-SUCURSAL de CL12EJ10
       2300-UBICAR-SUCURSAL.

           MOVE 0 TO WS-SUC-HALLADO.

           PERFORM 2350-UBICAR-SUCURSAL-UNO
              THRU 2350-UBICAR-SUCURSAL-UNO-EXIT
             VARYING WS-SUC-IX FROM 1 BY 1
               UNTIL WS-SUC-IX > 6
                  OR WS-SUC-HALLADO > 0.

       2300-UBICAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-UBICAR-SUCURSAL-UNO.

           IF WS-LETRA(WS-SUC-IX) = WS-SV-SUCURSAL
              MOVE WS-SUC-IX TO WS-SUC-HALLADO
           END-IF.

       2350-UBICAR-SUCURSAL-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Graba el reporte: encabezado, una linea por cuota con su
      *    cumplimiento, la seccion de excepciones bajo el umbral y
      *    la venta real por sucursal.
       3000-GENERAR-REPORTE.

           OPEN OUTPUT REPCUOTA.
                 THRU 3900-GRABAR-LINEA-EXIT
           END-IF.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA.
           STRING 'VENTA REAL POR SUCURSAL (LA VIGENTE A LA '
                  'FECHA DE CADA VENTA)'
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE '--------------------------------------------------'
             TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3300-GRABAR-REAL-SUCURSAL
              THRU 3300-GRABAR-REAL-SUCURSAL-EXIT
             VARYING WS-SUC-IX FROM 1 BY 1
               UNTIL WS-SUC-IX > 6.

           CLOSE REPCUOTA.

           IF NOT FS-REPCUOTA-OK
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

      *----Vendedor con venta en mas de una sucursal en el periodo
      *    (trasladado): se abre el real por sucursal debajo
           MOVE 0 TO WS-SUC-CON-VENTA.

           PERFORM 3150-CONTAR-SUCURSAL-UNA
              THRU 3150-CONTAR-SUCURSAL-UNA-EXIT
             VARYING WS-SUC-IX FROM 1 BY 1
               UNTIL WS-SUC-IX > 6.

           IF WS-SUC-CON-VENTA > 1
              ADD 1 TO WS-VEND-TRASLADADOS
              PERFORM 3160-GRABAR-SUCURSAL-UNA
                 THRU 3160-GRABAR-SUCURSAL-UNA-EXIT
                VARYING WS-SUC-IX FROM 1 BY 1
                  UNTIL WS-SUC-IX > 6
           END-IF.

       3100-GRABAR-CUMPLIMIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3150-CONTAR-SUCURSAL-UNA.

           IF WS-CQ-REAL-SUC(WS-CQ-IX, WS-SUC-IX) NOT = 0
              ADD 1 TO WS-SUC-CON-VENTA
           END-IF.

       3150-CONTAR-SUCURSAL-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3160-GRABAR-SUCURSAL-UNA.

           IF WS-CQ-REAL-SUC(WS-CQ-IX, WS-SUC-IX) = 0
              GO TO 3160-GRABAR-SUCURSAL-UNA-EXIT
           END-IF.

           MOVE WS-CQ-REAL-SUC(WS-CQ-IX, WS-SUC-IX)
             TO WS-IMP-EDIT-REAL.

           MOVE SPACES TO WS-LINEA.
           STRING '        EN SUCURSAL ' WS-LETRA(WS-SUC-IX)
                  '                                   '
                  ' REAL ' WS-IMP-EDIT-REAL
               DELIMITED BY SIZE INTO WS-LINEA.

           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3160-GRABAR-SUCURSAL-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-GRABAR-EXCEPCION.

       3200-GRABAR-EXCEPCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Venta real de una sucursal en el periodo, con cada venta
      *    imputada a la sucursal vigente el dia de la venta
       3300-GRABAR-REAL-SUCURSAL.

           MOVE WS-SUC-REAL(WS-SUC-IX) TO WS-IMP-EDIT-SUC.

           MOVE SPACES TO WS-LINEA.
           STRING '  SUCURSAL ' WS-LETRA(WS-SUC-IX)
                  ' REAL ' WS-IMP-EDIT-SUC
               DELIMITED BY SIZE INTO WS-LINEA.

           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3300-GRABAR-REAL-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Arma en WS-LINEA el renglon de la cuota WS-CQ-IX, con el
      *    nombre del vendedor resuelto por una lectura directa por
      *    clave primaria (si el codigo ya no esta en el maestro se
           DISPLAY 'VENTAS SIN CUOTA            : ' WS-VTA-SIN-CUOTA.
           DISPLAY 'CUOTAS DEL PERIODO          : ' WS-CQ-CANT.
           DISPLAY 'EXCEPCIONES BAJO EL UMBRAL  : ' WS-EXCEPCIONES.
           DISPLAY 'VENDEDORES CON TRASLADO     : '
                   WS-VEND-TRASLADADOS.
           DISPLAY 'REPORTE EN ' WS-NOMBRE-REPCUOTA.
           DISPLAY '================================================'.

       8010-NORMALIZAR-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Sucursal vigente del vendedor WS-SV-CODIGO el dia
      *    WS-SV-FECHA, misma regla que 8200-SUCURSAL-VIGENTE de
      *    CL12EJ09: la asignacion de mayor vigencia que no pase esa
      *    fecha (a igual vigencia, la grabada despues); venta
      *    anterior a toda asignacion, la sucursal anterior de la
      *    primera; sin historial del vendedor, la del maestro.
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

       END PROGRAM CL12EJ12.
