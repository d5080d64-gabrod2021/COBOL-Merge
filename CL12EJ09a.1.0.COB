      *          busca la sucursal y el codigo del vendedor en el
      *          maestro, elige el tramo de la tabla de comisiones de
      *          esa sucursal (el tramo de mayor importe-desde que la
      *          venta neta alcanza, con la tasa vigente a la ultima
      *          fecha del periodo liquidado; la tasa del tramo se
      *          aplica al neto completo) y graba la interfaz
      *          COMIPAGO.TXT para sueldos en el mismo formato H/D/T
      *          de LIQSAC.TXT, asi el paso de importacion toma los
      *          dos archivos con el mismo circuito. La tabla de
      *          tasas la mantiene CL12EJ08; el maestro de
      *          vendedores, CL12EJ02.
      *          La sucursal de cada venta es la que el vendedor tenia
      *          asignada ese dia segun el historial SUCHIST.TXT (que
      *          graban CL12EJ02 y CL12EJ14): un vendedor trasladado
      *          en el periodo sale con un detalle por sucursal, cada
      *          uno con la tasa de la tabla de su sucursal.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----El mismo PARAMETROS.TXT de CL12EJ01: de aca se toman los
      *    overrides VENTATOT=, COMISIONES=, VENDEDORES=, COMIPAGO=
      *    y SUCHIST=.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ALTERNATE RECORD KEY IS VDM-NOMBRE-NORM WITH DUPLICATES
           FILE STATUS IS FS-VENDMAST.

      *----Historial de asignaciones de sucursal que graban
      *    CL12EJ02 y CL12EJ14; opcional (sin historial rige la
      *    sucursal del maestro para todas las ventas)
       SELECT SUCHIST
           ASSIGN DYNAMIC WS-NOMBRE-SUCHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCHIST.

      *----Archivo de trabajo para el SORT por vendedor
       SELECT SORT-VENTATOT
           ASSIGN TO 'SORTCOMI.WRK'.
          05 CMT-SUCURSAL                PIC X(01).
          05 CMT-TRAMO-DESDE             PIC 9(8)V9(2).
          05 CMT-TASA                    PIC 9(2)V9(2).
          05 CMT-VIG-DESDE               PIC 9(08).
          05 CMT-VIG-HASTA               PIC 9(08).

      *----Definicion registro del maestro de vendedores (lo graba y
      *    mantiene CL12EJ02; aca solo se lee)
          05 VDM-ESTADO                  PIC X(01).
          05 VDM-FECHA-ALTA              PIC X(10).

      *----Mismo layout que graba CL12EJ14
       FD SUCHIST.
       01 REGISTRO-SUCHIST.
          05 SCH-CODIGO                  PIC 9(05).
          05 SCH-SUCURSAL                PIC X(01).
          05 SCH-SUCURSAL-ANT            PIC X(01).
          05 SCH-FECHA-DESDE             PIC 9(08).
          05 SCH-ORIGEN                  PIC X(01).
          05 SCH-FECHA-REG               PIC 9(08).

      *----Registro de trabajo del SORT: mismo layout fisico que
      *    SALIDA-TOT.
       SD SORT-VENTATOT.
      *----Definicion registros de la interfaz de comisiones:
      *    encabezado 'H' (fecha de proceso y periodo), detalle 'D'
      *    (un vendedor con su venta neta, la tasa aplicada y la
      *    comision; uno por sucursal si el vendedor cambio de
      *    sucursal en el periodo) y cola 'T' (cantidad de detalles
      *    y totales de control), el mismo esquema que LIQSAC.TXT
      *    exige el paso de importacion del paquete de sueldos.
       FD COMIPAGO.
       01 CPG-ENCABEZADO.
          05 CPG-H-TIPO                  PIC X(01).
             88 FS-VENDMAST-NOHALLADO       VALUE '23'.
          05 FS-COMIPAGO                  PIC X(2).
             88 FS-COMIPAGO-OK              VALUE '00'.
          05 FS-SUCHIST                   PIC X(2).
             88 FS-SUCHIST-OK               VALUE '00'.
             88 FS-SUCHIST-EOF              VALUE '10'.
             88 FS-SUCHIST-NOEXISTE         VALUE '35'.

      *----Nombres de los archivos, con los overrides de
      *    PARAMETROS.TXT aplicados en 0050-LEER-PARAMETROS
          VALUE '../VENDEDORES.DAT'.
       01 WS-NOMBRE-COMIPAGO            PIC X(40)
          VALUE '../COMIPAGO.TXT'.
       01 WS-NOMBRE-SUCHIST             PIC X(40)
          VALUE '../SUCHIST.TXT'.

      *----Campos de trabajo para partir cada linea CLAVE=VALOR del
      *    archivo de parametros.
       01 WS-COMIS-EOF                  PIC X(01) VALUE 'N'.
          88 WS-COMIS-EOF-YES                 VALUE 'Y'.
          88 WS-COMIS-EOF-NO                  VALUE 'N'.
       01 WS-SUCHIST-EOF                PIC X(01) VALUE 'N'.
          88 WS-SUCHIST-EOF-YES               VALUE 'Y'.
          88 WS-SUCHIST-EOF-NO                VALUE 'N'.

      *----Tabla en memoria de los tramos de comision, misma
      *    capacidad que mantiene CL12EJ08
       01 WS-CT-IX                      PIC 9(03) COMP.
       01 WS-CT-HALLADO                 PIC 9(03) VALUE 0.
       01 WS-TABLA-COMISIONES.
          05 WS-CT-DATOS OCCURS 500 TIMES.
             10 WS-CT-SUCURSAL               PIC X(01).
             10 WS-CT-TRAMO-DESDE            PIC 9(8)V9(2).
             10 WS-CT-TASA                   PIC 9(2)V9(2).
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

      *----Resultado de la busqueda por clave del vendedor del corte
      *    en curso (el registro hallado queda en el buffer del FD)
       01 WS-VEND-ANTERIOR              PIC X(30) VALUE SPACES.
       01 WS-VEND-CANT                  PIC 9(05) VALUE 0.
       01 WS-VEND-IMPORTE               PIC S9(8)V9(2) VALUE 0.
       01 WS-VEND-CODIGO                PIC 9(05) VALUE 0.
       01 WS-VEND-SUCURSAL              PIC X(01) VALUE SPACES.
       01 WS-MOV-IMPORTE                PIC S9(8)V9(2) VALUE 0.

      *----Venta neta del vendedor del corte abierta por la sucursal
      *    vigente a la fecha de cada venta
       01 WS-VS-CANT                    PIC 9(02) VALUE 0.
       01 WS-VS-IX                      PIC 9(02) COMP.
       01 WS-VS-HALLADO                 PIC 9(02) VALUE 0.
       01 WS-TABLA-VEND-SUC.
          05 WS-VS-DATOS OCCURS 10 TIMES.
             10 WS-VS-SUCURSAL               PIC X(01).
             10 WS-VS-IMPORTE                PIC S9(8)V9(2).

      *----Periodo cubierto (primera y ultima fecha del VENTATOT en
      *    orden cronologico) para el encabezado de la interfaz
      *----Contadores del resumen final
       01 WS-SIN-MAESTRO-CANT           PIC 9(05) VALUE 0.
       01 WS-SIN-TRAMO-CANT             PIC 9(05) VALUE 0.
       01 WS-TRASLADO-CANT              PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           PERFORM 1200-ABRIR-VENDEDORES
              THRU 1200-ABRIR-VENDEDORES-EXIT.

           PERFORM 1300-CARGAR-HISTORIAL
              THRU 1300-CARGAR-HISTORIAL-EXIT.

           PERFORM 1400-VERIFICAR-ENTRADA
              THRU 1400-VERIFICAR-ENTRADA-EXIT.

                    MOVE WS-PARM-VALOR TO WS-NOMBRE-VENDMAST
               WHEN 'COMIPAGO'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-COMIPAGO
               WHEN 'SUCHIST'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUCHIST
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
              STOP RUN
           END-IF.

           IF WS-CT-CANT >= 500
              DISPLAY 'TABLA DE COMISIONES LLENA (MAXIMO 500)'
              STOP RUN
           END-IF.

           MOVE CMT-TRAMO-DESDE TO WS-CT-TRAMO-DESDE(WS-CT-CANT).
           MOVE CMT-TASA        TO WS-CT-TASA(WS-CT-CANT).

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

       1100-CARGAR-TRAMO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-VENDEDORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga el historial de sucursales. Es opcional: sin
      *    historial todas las ventas van a la sucursal actual del
      *    maestro, como antes de llevarlo.
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
      *----Verifica que el VENTATOT exista antes de lanzar el SORT,
      *    mismo criterio que 1050-VERIFICAR-ENTRADA de CL12EJ05.
       1400-VERIFICAR-ENTRADA.
           END-IF.

           MOVE SORT-VENDEDOR TO WS-VEND-ANTERIOR.

      *----Primer movimiento del vendedor: se lo busca en el maestro
      *    ya, porque su codigo hace falta para saber la sucursal
      *    vigente a la fecha de cada venta
           IF WS-VEND-CANT = 0
              PERFORM 2500-BUSCAR-VENDEDOR
                 THRU 2500-BUSCAR-VENDEDOR-EXIT
              MOVE 0 TO WS-VS-CANT
              IF WS-VEND-MAESTRO-SI
                 MOVE VDM-CODIGO   TO WS-VEND-CODIGO
                 MOVE VDM-SUCURSAL TO WS-VEND-SUCURSAL
              END-IF
           END-IF.

           ADD 1 TO WS-VEND-CANT.

      *----La devolucion resta: la comision se liquida sobre neto
           IF SORT-TIPO-MOV = 'D'
              COMPUTE WS-MOV-IMPORTE = 0 - SORT-IMPORTE
           ELSE
              MOVE SORT-IMPORTE TO WS-MOV-IMPORTE
           END-IF.

           ADD WS-MOV-IMPORTE TO WS-VEND-IMPORTE.

           IF WS-VEND-MAESTRO-SI
              PERFORM 2300-ACUMULAR-SUCURSAL
                 THRU 2300-ACUMULAR-SUCURSAL-EXIT
           END-IF.

           PERFORM 2100-LEER-SORT-COMIS
       2200-ACUMULAR-COMIS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Suma el movimiento a la sucursal que el vendedor tenia
      *    asignada el dia de la venta (fecha invalida: la actual)
       2300-ACUMULAR-SUCURSAL.

           IF SORT-FECHA NUMERIC
              MOVE WS-VEND-CODIGO   TO WS-SV-CODIGO
              MOVE SORT-FECHA       TO WS-SV-FECHA
              MOVE WS-VEND-SUCURSAL TO WS-SV-ACTUAL
              PERFORM 8200-SUCURSAL-VIGENTE
                 THRU 8200-SUCURSAL-VIGENTE-EXIT
           ELSE
              MOVE WS-VEND-SUCURSAL TO WS-SV-SUCURSAL
           END-IF.

           MOVE 0 TO WS-VS-HALLADO.

           PERFORM 2350-BUSCAR-SUCURSAL-UNA
              THRU 2350-BUSCAR-SUCURSAL-UNA-EXIT
             VARYING WS-VS-IX FROM 1 BY 1
               UNTIL WS-VS-IX > WS-VS-CANT
                  OR WS-VS-HALLADO > 0.

           IF WS-VS-HALLADO = 0
              IF WS-VS-CANT >= 10
                 DISPLAY 'TABLA DE SUCURSALES DEL VENDEDOR LLENA '
                         '(MAXIMO 10)'
                 STOP RUN
              END-IF
              ADD 1 TO WS-VS-CANT
              MOVE WS-VS-CANT     TO WS-VS-HALLADO
              MOVE WS-SV-SUCURSAL TO WS-VS-SUCURSAL(WS-VS-HALLADO)
              MOVE 0              TO WS-VS-IMPORTE(WS-VS-HALLADO)
           END-IF.

           ADD WS-MOV-IMPORTE TO WS-VS-IMPORTE(WS-VS-HALLADO).

       2300-ACUMULAR-SUCURSAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-BUSCAR-SUCURSAL-UNA.

           IF WS-VS-SUCURSAL(WS-VS-IX) = WS-SV-SUCURSAL
              MOVE WS-VS-IX TO WS-VS-HALLADO
           END-IF.

       2350-BUSCAR-SUCURSAL-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Cierra el vendedor (ya buscado en el maestro al abrir el
      *    corte) y graba sus detalles de la interfaz, uno por cada
      *    sucursal en que tuvo ventas en el periodo. El vendedor que
      *    no este en el maestro sale igual con codigo 0 y comision 0
      *    (sueldos tiene que ver el caso, no perderlo) y queda
      *    contado para el resumen.
       2400-GRABAR-DETALLE.

           IF WS-VEND-MAESTRO-NO
              ADD 1 TO WS-SIN-MAESTRO-CANT
              DISPLAY 'VENDEDOR SIN MAESTRO, COMISION EN CERO: '
                      WS-VEND-ANTERIOR
              MOVE 'D'              TO CPG-D-TIPO
              MOVE 0                TO CPG-D-CODIGO
              MOVE WS-VEND-ANTERIOR TO CPG-D-VENDEDOR
              MOVE SPACES           TO CPG-D-SUCURSAL
              MOVE WS-VEND-IMPORTE  TO CPG-D-IMPORTE
              MOVE 0                TO CPG-D-TASA
              MOVE 0                TO CPG-D-COMISION
              PERFORM 2490-ESCRIBIR-DETALLE
                 THRU 2490-ESCRIBIR-DETALLE-EXIT
              GO TO 2400-GRABAR-DETALLE-EXIT
           END-IF.

           IF WS-VS-CANT > 1
              ADD 1 TO WS-TRASLADO-CANT
           END-IF.

           PERFORM 2450-GRABAR-DETALLE-SUC
              THRU 2450-GRABAR-DETALLE-SUC-EXIT
             VARYING WS-VS-IX FROM 1 BY 1
               UNTIL WS-VS-IX > WS-VS-CANT.

       2400-GRABAR-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Detalle de una sucursal del vendedor: el tramo se elige en
      *    la tabla de esa sucursal con la venta neta total del
      *    vendedor (un traslado a mitad de periodo no le baja el
      *    tramo) y la tasa se aplica al neto vendido en la sucursal.
       2450-GRABAR-DETALLE-SUC.

           MOVE 'D'                      TO CPG-D-TIPO.
           MOVE WS-VEND-CODIGO           TO CPG-D-CODIGO.
           MOVE WS-VEND-ANTERIOR         TO CPG-D-VENDEDOR.
           MOVE WS-VS-SUCURSAL(WS-VS-IX) TO CPG-D-SUCURSAL.
           MOVE WS-VS-IMPORTE(WS-VS-IX)  TO CPG-D-IMPORTE.

           PERFORM 2600-ELEGIR-TRAMO
              THRU 2600-ELEGIR-TRAMO-EXIT.

           MOVE WS-TASA-APLICADA TO CPG-D-TASA.
           COMPUTE WS-COMISION-N ROUNDED =
              WS-VS-IMPORTE(WS-VS-IX) * WS-TASA-APLICADA / 100.
           MOVE WS-COMISION-N TO CPG-D-COMISION.

           PERFORM 2490-ESCRIBIR-DETALLE
              THRU 2490-ESCRIBIR-DETALLE-EXIT.

       2450-GRABAR-DETALLE-SUC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2490-ESCRIBIR-DETALLE.

           WRITE CPG-DETALLE.

           IF NOT FS-COMIPAGO-OK
           ADD CPG-D-IMPORTE    TO WS-CPG-HASH-IMPORTE.
           ADD CPG-D-COMISION   TO WS-CPG-HASH-COMISION.

       2490-ESCRIBIR-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Busca el vendedor del corte con una lectura directa por
       2500-BUSCAR-VENDEDOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Elige el tramo de la sucursal del detalle: el de mayor
      *    importe-desde que la venta neta del vendedor alcanza,
      *    entre las versiones de la tabla vigentes a la ultima fecha
      *    del periodo (WS-PER-HASTA-N). Con
      *    venta neta negativa o sin tramo alcanzado la tasa queda
      *    en 0 (y se cuenta para el resumen).
       2600-ELEGIR-TRAMO.

           MOVE 0 TO WS-TASA-APLICADA.
       2650-ELEGIR-TRAMO-UNO.

           IF WS-CT-SUCURSAL(WS-CT-IX) = CPG-D-SUCURSAL
              AND WS-CT-VIG-DESDE(WS-CT-IX) <= WS-PER-HASTA-N
              AND WS-CT-VIG-HASTA(WS-CT-IX) >= WS-PER-HASTA-N
              AND WS-VEND-IMPORTE >= WS-CT-TRAMO-DESDE(WS-CT-IX)
              AND (WS-CT-HALLADO = 0
                 OR WS-CT-TRAMO-DESDE(WS-CT-IX) > WS-TRAMO-MAYOR)
           DISPLAY 'DETALLES DE COMISION GRABADOS : ' WS-CPG-CANT.
           DISPLAY 'VENDEDORES SIN MAESTRO        : '
                   WS-SIN-MAESTRO-CANT.
           DISPLAY 'DETALLES SIN TRAMO (TASA 0)   : '
                   WS-SIN-TRAMO-CANT.
           DISPLAY 'VENDEDORES CON TRASLADO       : '
                   WS-TRASLADO-CANT.
           DISPLAY '================================================'.

       4000-MOSTRAR-RESUMEN-EXIT.
       8010-NORMALIZAR-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Sucursal vigente del vendedor WS-SV-CODIGO el dia
      *    WS-SV-FECHA: la de la asignacion del historial con la
      *    mayor vigencia que no pase esa fecha (a igual vigencia,
      *    la grabada despues). Si la venta es anterior a toda
      *    asignacion rige la sucursal anterior de la primera; si el
      *    historial no tiene nada del vendedor, la actual del
      *    maestro (WS-SV-ACTUAL).
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

       END PROGRAM CL12EJ09.
