           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENVIOS.

      *----Ventas retenidas como posibles duplicados: un detalle con
      *    la misma fecha, vendedor, importe y tipo de movimiento que
      *    otro ya aceptado en esta corrida, en VENTATOT.DAT o en el
      *    maestro MAESVTAS.TXT no llega a VENTATOT (ni por lo tanto
      *    a TOTALES, LIQSAC ni COMIPAGO) y queda aca con el origen
      *    de los dos registros hasta que CL12EJ16 lo libere o lo
      *    descarte. Mismo criterio de retencion que RECHAZOS: este
      *    programa solo agrega (OPEN EXTEND siempre).
       SELECT DUPLICADOS
           ASSIGN DYNAMIC WS-NOMBRE-DUPLICADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DUPLICADOS.

      *----Maestro acumulado de ventas de corridas anteriores (lo
      *    graba CL12EJ06), leido en paralelo con el merge para el
      *    control de duplicados contra lo ya promovido al maestro.
      *    Opcional: sin maestro el control se hace solo contra la
      *    corrida y VENTATOT.DAT.
       SELECT MAESVTAS
           ASSIGN DYNAMIC WS-NOMBRE-MAESVTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAESVTAS.

      *----Control de periodos cerrados (lo mantiene CL12EJ19). Un
      *    detalle fechado en un anio/mes cerrado no entra al merge,
      *    aunque la corrida este acotada por FECHADESDE/FECHAHASTA.
      *    Opcional: sin archivo no hay ningun mes cerrado.
       SELECT PERIODOS
           ASSIGN DYNAMIC WS-NOMBRE-PERIODOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODOS.

      *----Ajustes de periodos anteriores: los detalles de un mes
      *    cerrado, fechados en el primer mes abierto y con su fecha
      *    original como referencia, para que contaduria los
      *    impute. No pasan por VENTATOT (quedarian fuera de orden).
      *    Mismo criterio que RECHAZOS: este programa solo agrega.
       SELECT AJUSTEPER
           ASSIGN DYNAMIC WS-NOMBRE-AJUSTEPER
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AJUSTEPER.

      *----------------------------------------------------------------*

       DATA DIVISION.
      *    nunca por una corrida nueva. Solo CL12EJ13 regraba el
      *    archivo: deja los pendientes y pasa los trabajados
      *    ('R'/'X') al historial acumulativo RECHAZOS.HIS.
      *    RECH-CORRIDA y RECH-FECHA-PROC identifican la corrida que
      *    rechazo el registro y el dia en que se proceso (los
      *    rechazos grabados antes de agregarlos los traen en blanco).
       FD RECHAZOS.
       01 REGISTRO-RECHAZO.
          05 RECH-ARCHIVO                PIC X(01).
          05 RECH-TIPO-MOV               PIC X(01).
          05 RECH-MOTIVO                 PIC X(30).
          05 RECH-ESTADO                 PIC X(01).
          05 RECH-CORRIDA                PIC 9(05).
          05 RECH-FECHA-PROC             PIC 9(08).

      *----Definicion registro del log de auditoria de errores
       FD LOGERRORES.
                                          SIGN LEADING SEPARATE.
          05 CORR-ESTADO                 PIC X(30).
          05 CORR-NOMBRES                PIC X(720).
      *----Rastro de transmision por sucursal (A=1 .. F=6): numero
      *    de envio del encabezado 'H' visto en esta corrida y como
      *    quedo ese archivo: 'E' con envio (aceptado si la corrida
      *    termino NORMAL), 'R' transmision rechazada por
      *    1540-ABORTAR-ENVIO (con su motivo en CORR-ENV-MOTIVO), 'V'
      *    archivo presente pero vacio, espacio si no se proceso. Las
      *    corridas grabadas antes de existir estos campos los traen
      *    en blanco.
          05 CORR-ENVIO                  OCCURS 6 TIMES
                                          PIC 9(05).
          05 CORR-ENV-ESTADO             OCCURS 6 TIMES
                                          PIC X(01).
          05 CORR-ENV-MOTIVO             PIC X(40).

      *----Definicion registros de la interfaz de liquidacion de
      *    aguinaldo: encabezado 'H' (fecha de proceso y periodo),
          05 ENV-LETRA                   PIC X(01).
          05 ENV-NUMERO                  PIC 9(05).

      *----Definicion registro de posibles duplicados. DUP-ESTADO
      *    lleva el ciclo de vida: 'P' pendiente de revision, 'R'
      *    liberado por CL12EJ16 (sale en su archivo de liberados y
      *    autoriza a la proxima corrida a aceptarlo), 'X'
      *    descartado, 'A' liberacion ya aplicada por una corrida
      *    (la graba este programa al aceptar un liberado, para que
      *    la autorizacion no se use dos veces). Se guarda el origen
      *    del registro retenido (sucursal, envio, corrida) y el del
      *    registro contra el que choco: DUP-ORIG-FUENTE 'C' esta
      *    misma corrida, 'V' VENTATOT.DAT, 'M' maestro MAESVTAS (de
      *    estos dos ultimos no se conserva envio ni corrida, van en
      *    cero).
       FD DUPLICADOS.
       01 REGISTRO-DUPLICADO.
          05 DUP-ESTADO                  PIC X(01).
          05 DUP-FECHA                   PIC X(08).
          05 DUP-VENDEDOR                PIC X(30).
          05 DUP-IMPORTE                 PIC 9(8)V9(2).
          05 DUP-TIPO-MOV                PIC X(01).
          05 DUP-SUCURSAL                PIC X(01).
          05 DUP-ENVIO                   PIC 9(05).
          05 DUP-CORRIDA                 PIC 9(05).
          05 DUP-ORIG-FUENTE             PIC X(01).
          05 DUP-ORIG-SUCURSAL           PIC X(01).
          05 DUP-ORIG-ENVIO              PIC 9(05).
          05 DUP-ORIG-CORRIDA            PIC 9(05).

      *----Mismo layout que graba CL12EJ06
       FD MAESVTAS.
       01 REG-MAESVTAS.
          05 MAE-FECHA                   PIC X(08).
          05 MAE-VENDEDOR                PIC X(30).
          05 MAE-IMPORTE                 PIC 9(8)V9(2).
          05 MAE-SUCURSAL                PIC X(01).
          05 MAE-TIPO-MOV                PIC X(01).

      *----Mismo layout que graba CL12EJ19
       FD PERIODOS.
       01 REGISTRO-PERIODO.
          05 PER-ANIO                    PIC 9(04).
          05 PER-MES                     PIC 9(02).
          05 PER-ESTADO                  PIC X(01).
          05 PER-FECHA                   PIC 9(08).
          05 PER-HORA                    PIC 9(08).
          05 PER-USUARIO                 PIC X(10).

      *----Definicion registro de ajuste de periodo anterior. AJP-FECHA
      *    es el primer dia del primer mes abierto (AAAAMMDD, igual
      *    que VENTATOT) y AJP-FECHA-ORIGINAL la fecha con la que vino
      *    el detalle. AJP-ORIGEN 'M' merge de este programa, 'R'
      *    reproceso de rechazos de CL12EJ13 (sin envio ni corrida).
       FD AJUSTEPER.
       01 REGISTRO-AJUSTEPER.
          05 AJP-FECHA                   PIC X(08).
          05 AJP-FECHA-ORIGINAL          PIC X(08).
          05 AJP-VENDEDOR                PIC X(30).
          05 AJP-IMPORTE                 PIC 9(8)V9(2).
          05 AJP-SUCURSAL                PIC X(01).
          05 AJP-TIPO-MOV                PIC X(01).
          05 AJP-ORIGEN                  PIC X(01).
          05 AJP-ENVIO                   PIC 9(05).
          05 AJP-CORRIDA                 PIC 9(05).

      *----------------------------------------------------------------*

       WORKING-STORAGE SECTION.
             88 FS-ENVIOS-OK                VALUE '00'.
             88 FS-ENVIOS-EOF               VALUE '10'.
             88 FS-ENVIOS-NOEXISTE          VALUE '35'.
          05 FS-DUPLICADOS                PIC X(2).
             88 FS-DUPLICADOS-OK            VALUE '00'.
             88 FS-DUPLICADOS-EOF           VALUE '10'.
             88 FS-DUPLICADOS-NOEXISTE      VALUE '35'.
          05 FS-MAESVTAS                  PIC X(2).
             88 FS-MAESVTAS-OK              VALUE '00'.
             88 FS-MAESVTAS-EOF             VALUE '10'.
             88 FS-MAESVTAS-NOEXISTE        VALUE '35'.
          05 FS-PERIODOS                  PIC X(2).
             88 FS-PERIODOS-OK              VALUE '00'.
             88 FS-PERIODOS-EOF             VALUE '10'.
             88 FS-PERIODOS-NOEXISTE        VALUE '35'.
          05 FS-AJUSTEPER                 PIC X(2).
             88 FS-AJUSTEPER-OK             VALUE '00'.
             88 FS-AJUSTEPER-NOEXISTE       VALUE '35'.
       01 WS-VENTATOT-EOF                     PIC X(1).
          88 WS-VENTATOT-EOF-YES              VALUE 'Y'.
          88 WS-VENTATOT-EOF-NO               VALUE 'N'.
          05 WS-NOMBRE-ENVIOS PIC X(40)
             VALUE '../ENVIOS.TXT'.

      *----Archivos del control de duplicados. Quedan fuera de
      *    WS-TABLA-NOMBRES para no cambiar el layout de la imagen
      *    que se graba en CORR-NOMBRES de la bitacora.
       01 WS-NOMBRE-DUPLICADOS          PIC X(40)
          VALUE '../DUPLICADOS.TXT'.
       01 WS-NOMBRE-MAESVTAS            PIC X(40)
          VALUE '../MAESVTAS.TXT'.
       01 WS-NOMBRE-PERIODOS            PIC X(40)
          VALUE '../PERIODOS.TXT'.
       01 WS-NOMBRE-AJUSTEPER           PIC X(40)
          VALUE '../AJUSTEPER.TXT'.

      *----Campos de trabajo para partir cada linea CLAVE=VALOR del
      *    archivo de parametros.
       01 WS-PARM-LINEA                      PIC X(80).
          05 FILLER                     PIC X(34).
       01 WS-ENVIO-MOTIVO               PIC X(40) VALUE SPACES.
       01 WS-ENVIO-ESPERADO             PIC 9(05) VALUE 0.
      *----Posicion del archivo cuya transmision rechazo
      *    1540-ABORTAR-ENVIO (0 si ninguna), para la bitacora
       01 WS-ENV-RECH-IX                PIC 9(01) COMP VALUE 0.

      *----Marca de maestro de vendedores disponible. El maestro ya no
      *    se carga a memoria: 1558-VALIDAR-VENDEDOR lee directo por
          88 WS-REG-OK                  VALUE 'Y'.
          88 WS-REG-INVALIDO            VALUE 'N'.
          88 WS-REG-FUERA-DE-RANGO      VALUE 'R'.
          88 WS-REG-PERIODO-CERRADO     VALUE 'C'.
       01 WS-MOTIVO-RECHAZO             PIC X(30).
       01 WS-DIA-AUX                    PIC 9(02).
       01 WS-MES-AUX                    PIC 9(02).
          88 WS-CHECKPOINT-LEIDO-NO           VALUE 'N'.
       01 WS-CONTADOR-SALTAR            PIC 9(05) VALUE 0.

      *----Control de posibles duplicados (2110-CONTROLAR-DUPLICADO).
      *    WS-DUP-CLAVE es la clave del detalle que se esta por
      *    mergear: fecha AAAAMMDD, vendedor, importe y tipo de
      *    movimiento. Como el merge sale en orden cronologico, para
      *    comparar alcanza con tener a mano lo de la misma fecha:
      *    WS-TABLA-DUP-CORRIDA guarda los detalles ya aceptados en
      *    esta corrida con la fecha en curso y WS-TABLA-DUP-MAES los
      *    del maestro MAESVTAS con esa misma fecha (el maestro se va
      *    leyendo en paralelo, nunca hacia atras). Las dos tablas se
      *    vacian al cambiar la fecha del merge.
       01 WS-DUP-CLAVE.
          05 WS-DUP-FECHA               PIC X(08).
          05 WS-DUP-VENDEDOR            PIC X(30).
          05 WS-DUP-IMPORTE             PIC 9(8)V9(2).
          05 WS-DUP-TIPO-MOV            PIC X(01).
       01 WS-DUP-SOSPECHOSO             PIC X(01) VALUE 'N'.
          88 WS-DUP-SOSPECHOSO-SI             VALUE 'S'.
          88 WS-DUP-SOSPECHOSO-NO             VALUE 'N'.
       01 WS-DUP-ORIG-FUENTE            PIC X(01) VALUE SPACE.
       01 WS-DUP-ORIG-SUCURSAL          PIC X(01) VALUE SPACE.
       01 WS-DUP-ORIG-ENVIO             PIC 9(05) VALUE 0.
       01 WS-DUP-ORIG-CORRIDA           PIC 9(05) VALUE 0.
       01 WS-DUP-FECHA-TABLA            PIC X(08) VALUE SPACES.
       01 WS-DUP-IDX-FIN                PIC X(01) VALUE 'N'.
          88 WS-DUP-IDX-FIN-SI                VALUE 'S'.
          88 WS-DUP-IDX-FIN-NO                VALUE 'N'.

       01 WS-DC-CANT                    PIC 9(04) VALUE 0.
       01 WS-DC-IX                      PIC 9(04) COMP.
       01 WS-DC-HALLADO                 PIC 9(04) VALUE 0.
       01 WS-TABLA-DUP-CORRIDA.
          05 WS-DC-DATOS OCCURS 5000 TIMES.
             10 WS-DC-VENDEDOR               PIC X(30).
             10 WS-DC-IMPORTE                PIC 9(8)V9(2).
             10 WS-DC-TIPO-MOV               PIC X(01).
             10 WS-DC-SUCURSAL               PIC X(01).
             10 WS-DC-ENVIO                  PIC 9(05).

       01 WS-DM-CANT                    PIC 9(04) VALUE 0.
       01 WS-DM-IX                      PIC 9(04) COMP.
       01 WS-DM-HALLADO                 PIC 9(04) VALUE 0.
       01 WS-TABLA-DUP-MAES.
          05 WS-DM-DATOS OCCURS 5000 TIMES.
             10 WS-DM-VENDEDOR               PIC X(30).
             10 WS-DM-IMPORTE                PIC 9(8)V9(2).
             10 WS-DM-TIPO-MOV               PIC X(01).
             10 WS-DM-SUCURSAL               PIC X(01).

      *----Maestro MAESVTAS disponible para el control (sin maestro,
      *    o con un maestro todavia en el layout viejo de fecha
      *    DD/MM/AAAA que aun no convirtio CL12EJ06, no se controla
      *    contra el).
       01 WS-MAESVTAS-ABIERTO           PIC X(01) VALUE 'N'.
          88 WS-MAESVTAS-ABIERTO-SI           VALUE 'S'.
          88 WS-MAESVTAS-ABIERTO-NO           VALUE 'N'.
       01 WS-MAESVTAS-EOF               PIC X(01) VALUE 'N'.
          88 WS-MAESVTAS-EOF-YES              VALUE 'Y'.
          88 WS-MAESVTAS-EOF-NO               VALUE 'N'.

      *----Liberaciones autorizadas por CL12EJ16 todavia no
      *    aplicadas: por cada clave, los 'R' de DUPLICADOS.TXT menos
      *    los 'A' ya grabados por corridas anteriores. Un detalle
      *    sospechoso que coincide con una liberacion con saldo se
      *    acepta y consume una unidad del saldo.
       01 WS-LB-CANT                    PIC 9(04) VALUE 0.
       01 WS-LB-IX                      PIC 9(04) COMP.
       01 WS-LB-HALLADO                 PIC 9(04) VALUE 0.
       01 WS-TABLA-LIBERADOS.
          05 WS-LB-DATOS OCCURS 500 TIMES.
             10 WS-LB-FECHA                  PIC X(08).
             10 WS-LB-VENDEDOR               PIC X(30).
             10 WS-LB-IMPORTE                PIC 9(8)V9(2).
             10 WS-LB-TIPO-MOV               PIC X(01).
             10 WS-LB-SALDO                  PIC S9(04).
       01 WS-DUPLICADOS-EOF             PIC X(01) VALUE 'N'.
          88 WS-DUPLICADOS-EOF-YES            VALUE 'Y'.
          88 WS-DUPLICADOS-EOF-NO             VALUE 'N'.

      *----Periodos cerrados (AAAAMM) cargados de PERIODOS.TXT; un
      *    mes reabierto por CL12EJ19 no se carga. WS-MES-ABIERTO es
      *    el mes siguiente al ultimo cerrado, al que se fechan los
      *    ajustes (WS-AJUSTE-FECHA, su primer dia en AAAAMMDD).
       01 WS-PC-CANT                    PIC 9(04) VALUE 0.
       01 WS-PC-IX                      PIC 9(04) COMP.
       01 WS-PC-HALLADO                 PIC 9(04) VALUE 0.
       01 WS-TABLA-PERIODOS.
          05 WS-PC-CLAVE OCCURS 600 TIMES    PIC 9(06).
       01 WS-PERIODOS-EOF               PIC X(01) VALUE 'N'.
          88 WS-PERIODOS-EOF-YES              VALUE 'Y'.
          88 WS-PERIODOS-EOF-NO               VALUE 'N'.
       01 WS-PERIODO-AAAAMM             PIC 9(06) VALUE 0.
       01 WS-MES-ABIERTO                PIC 9(06) VALUE 0.
       01 WS-MES-ABIERTO-R REDEFINES WS-MES-ABIERTO.
          05 WS-MES-ABIERTO-ANIO         PIC 9(04).
          05 WS-MES-ABIERTO-MES          PIC 9(02).
       01 WS-AJUSTE-FECHA               PIC 9(08) VALUE 0.

       01 WS-VAR-AUX.
          05 WS-SALIDA-CANT-REG              PIC 9(5)      VALUE 0.
          05 WS-TOTALES-CANT-REG              PIC 9(5)      VALUE 0.
          05 WS-RECHAZOS-CANT-REG            PIC 9(5)      VALUE 0.
          05 WS-FUERA-RANGO-CANT-REG         PIC 9(5)      VALUE 0.
          05 WS-DUPLICADOS-CANT-REG          PIC 9(5)      VALUE 0.
          05 WS-LIBERADOS-CANT-REG           PIC 9(5)      VALUE 0.
          05 WS-AJUSTES-CANT-REG             PIC 9(5)      VALUE 0.
          05 WS-GLOBAL-CANT-REG              PIC 9(5)      VALUE 0.
          05 WS-GLOBAL-IMPORTE-TOT           PIC S9(8)V9(2) VALUE 0.
          05 WS-ENTRADA-IMP-TOTAL            PIC S9(8)V9(2) VALUE 0.
           PERFORM 0080-CARGAR-ENVIOS
              THRU 0080-CARGAR-ENVIOS-EXIT.

           PERFORM 0090-CARGAR-LIBERADOS
              THRU 0090-CARGAR-LIBERADOS-EXIT.

           PERFORM 0097-CARGAR-PERIODOS
              THRU 0097-CARGAR-PERIODOS-EXIT.

           PERFORM 0100-INICIALIZAR-TABLA
              THRU 0100-INICIALIZAR-TABLA-EXIT.

                    MOVE WS-PARM-VALOR TO WS-NOMBRE-CORRIDAS
               WHEN 'ENVIOS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-ENVIOS
               WHEN 'DUPLICADOS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-DUPLICADOS
               WHEN 'MAESVTAS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-MAESVTAS
               WHEN 'PERIODOS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-PERIODOS
               WHEN 'AJUSTEPER'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-AJUSTEPER
               WHEN 'REINICIAR'
                    MOVE WS-PARM-VALOR(1:1) TO WS-REINICIAR
               WHEN 'NUMARCHIVOS'
       0085-CARGAR-ENVIO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga de DUPLICADOS.TXT las liberaciones todavia no
      *    aplicadas ('R' de CL12EJ16 menos los 'A' que ya grabaron
      *    corridas anteriores). Sin archivo no hay nada liberado.
       0090-CARGAR-LIBERADOS.

           OPEN INPUT DUPLICADOS.

           IF FS-DUPLICADOS-NOEXISTE
              GO TO 0090-CARGAR-LIBERADOS-EXIT
           END-IF.

           IF NOT FS-DUPLICADOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DUPLICADOS'
              DISPLAY 'FILE STATUS: ' FS-DUPLICADOS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-DUPLICADOS-EOF.

           PERFORM 0095-CARGAR-LIBERADO-UNO
              THRU 0095-CARGAR-LIBERADO-UNO-EXIT
              UNTIL WS-DUPLICADOS-EOF-YES.

           CLOSE DUPLICADOS.

       0090-CARGAR-LIBERADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       0095-CARGAR-LIBERADO-UNO.

           READ DUPLICADOS.

           IF FS-DUPLICADOS-EOF
              SET WS-DUPLICADOS-EOF-YES TO TRUE
              GO TO 0095-CARGAR-LIBERADO-UNO-EXIT
           END-IF.

           IF NOT FS-DUPLICADOS-OK
              DISPLAY 'ERROR AL LEER EL ARCHIVO DE DUPLICADOS'
              DISPLAY 'FILE STATUS: ' FS-DUPLICADOS
              STOP RUN
           END-IF.

           IF DUP-ESTADO NOT = 'R' AND DUP-ESTADO NOT = 'A'
              GO TO 0095-CARGAR-LIBERADO-UNO-EXIT
           END-IF.

           MOVE DUP-FECHA    TO WS-DUP-FECHA.
           MOVE DUP-VENDEDOR TO WS-DUP-VENDEDOR.
           MOVE DUP-IMPORTE  TO WS-DUP-IMPORTE.
           MOVE DUP-TIPO-MOV TO WS-DUP-TIPO-MOV.

           PERFORM 2160-BUSCAR-LIBERADO
              THRU 2160-BUSCAR-LIBERADO-EXIT.

           IF WS-LB-HALLADO = 0
              IF WS-LB-CANT >= 500
                 DISPLAY 'TABLA DE LIBERADOS LLENA (MAXIMO 500)'
                 STOP RUN
              END-IF
              ADD 1 TO WS-LB-CANT
              MOVE WS-LB-CANT      TO WS-LB-HALLADO
              MOVE WS-DUP-FECHA    TO WS-LB-FECHA(WS-LB-HALLADO)
              MOVE WS-DUP-VENDEDOR TO WS-LB-VENDEDOR(WS-LB-HALLADO)
              MOVE WS-DUP-IMPORTE  TO WS-LB-IMPORTE(WS-LB-HALLADO)
              MOVE WS-DUP-TIPO-MOV TO WS-LB-TIPO-MOV(WS-LB-HALLADO)
              MOVE 0               TO WS-LB-SALDO(WS-LB-HALLADO)
           END-IF.

           IF DUP-ESTADO = 'R'
              ADD 1 TO WS-LB-SALDO(WS-LB-HALLADO)
           ELSE
              SUBTRACT 1 FROM WS-LB-SALDO(WS-LB-HALLADO)
           END-IF.

       0095-CARGAR-LIBERADO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga de PERIODOS.TXT los meses cerrados y calcula el
      *    primer mes abierto, al que se fechan los ajustes. Sin
      *    archivo no hay nada cerrado.
       0097-CARGAR-PERIODOS.

           OPEN INPUT PERIODOS.

           IF FS-PERIODOS-NOEXISTE
              GO TO 0097-CARGAR-PERIODOS-EXIT
           END-IF.

           IF NOT FS-PERIODOS-OK
              DISPLAY 'ERROR AL ABRIR EL CONTROL DE PERIODOS'
              DISPLAY 'FILE STATUS: ' FS-PERIODOS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-PERIODOS-EOF.

           PERFORM 0098-CARGAR-PERIODO-UNO
              THRU 0098-CARGAR-PERIODO-UNO-EXIT
              UNTIL WS-PERIODOS-EOF-YES.

           CLOSE PERIODOS.

           IF WS-MES-ABIERTO-MES = 12
              ADD 1 TO WS-MES-ABIERTO-ANIO
              MOVE 1 TO WS-MES-ABIERTO-MES
           ELSE
              ADD 1 TO WS-MES-ABIERTO-MES
           END-IF.

           COMPUTE WS-AJUSTE-FECHA = (WS-MES-ABIERTO * 100) + 1.

       0097-CARGAR-PERIODOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       0098-CARGAR-PERIODO-UNO.

           READ PERIODOS.

           IF FS-PERIODOS-EOF
              SET WS-PERIODOS-EOF-YES TO TRUE
              GO TO 0098-CARGAR-PERIODO-UNO-EXIT
           END-IF.

           IF NOT FS-PERIODOS-OK
              DISPLAY 'ERROR AL LEER EL CONTROL DE PERIODOS'
              DISPLAY 'FILE STATUS: ' FS-PERIODOS
              STOP RUN
           END-IF.

           IF PER-ESTADO NOT = 'C'
              OR PER-ANIO NOT NUMERIC OR PER-MES NOT NUMERIC
              GO TO 0098-CARGAR-PERIODO-UNO-EXIT
           END-IF.

           IF WS-PC-CANT >= 600
              DISPLAY 'TABLA DE PERIODOS LLENA (MAXIMO 600)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-PC-CANT.
           COMPUTE WS-PC-CLAVE(WS-PC-CANT) = (PER-ANIO * 100) + PER-MES.

           IF WS-PC-CLAVE(WS-PC-CANT) > WS-MES-ABIERTO
              MOVE WS-PC-CLAVE(WS-PC-CANT) TO WS-MES-ABIERTO
           END-IF.

       0098-CARGAR-PERIODO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Asigna la letra de cada posicion de la tabla (A..F)
       0100-INICIALIZAR-TABLA.

           PERFORM 1450-ABRIR-ARCHIVO-RECHAZOS
              THRU 1450-ABRIR-ARCHIVO-RECHAZOS-EXIT.

           PERFORM 1460-ABRIR-ARCHIVO-DUPLICADOS
              THRU 1460-ABRIR-ARCHIVO-DUPLICADOS-EXIT.

           PERFORM 1470-ABRIR-ARCHIVO-MAESVTAS
              THRU 1470-ABRIR-ARCHIVO-MAESVTAS-EXIT.

           PERFORM 1480-ABRIR-ARCHIVO-AJUSTES
              THRU 1480-ABRIR-ARCHIVO-AJUSTES-EXIT.

      *----En modo FUERASECUENCIA=ORDENAR, antes de abrir para el
      *    merge se verifica la secuencia de cada entrada y se
      *    preordena internamente la que llegue desordenada.
       1450-ABRIR-ARCHIVO-RECHAZOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----DUPLICADOS sigue el criterio de RECHAZOS: SIEMPRE en
      *    EXTEND (creandolo si es la primera vez), una venta
      *    retenida que todavia no se reviso con CL12EJ16 no se
      *    pierde por una corrida nueva.
       1460-ABRIR-ARCHIVO-DUPLICADOS.

           OPEN EXTEND DUPLICADOS.

           IF FS-DUPLICADOS-NOEXISTE
              OPEN OUTPUT DUPLICADOS
           END-IF.

           EVALUATE FS-DUPLICADOS
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DUPLICADOS'
                    DISPLAY 'FILE STATUS: ' FS-DUPLICADOS
      * SI NO ABRE EL ARCHIVO DE SALIDA DETENGO EL PROCESO
                    STOP RUN
           END-EVALUATE.

       1460-ABRIR-ARCHIVO-DUPLICADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----Abre el maestro MAESVTAS y deja leido su primer registro
      *    para el control de duplicados. Maestro ausente: se avisa y
      *    se controla solo contra la corrida y VENTATOT.DAT, mismo
      *    criterio de archivo opcional que 0060-ABRIR-VENDEDORES.
       1470-ABRIR-ARCHIVO-MAESVTAS.

           OPEN INPUT MAESVTAS.

           IF FS-MAESVTAS-NOEXISTE
              DISPLAY 'SIN MAESTRO DE VENTAS ' WS-NOMBRE-MAESVTAS
              DISPLAY 'DUPLICADOS SE CONTROLAN SOLO CONTRA LA CORRIDA'
              GO TO 1470-ABRIR-ARCHIVO-MAESVTAS-EXIT
           END-IF.

           IF NOT FS-MAESVTAS-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE VENTAS'
              DISPLAY 'FILE STATUS: ' FS-MAESVTAS
      * SI EL MAESTRO EXISTE PERO NO ABRE DETENGO EL PROCESO
              STOP RUN
           END-IF.

           SET WS-MAESVTAS-ABIERTO-SI TO TRUE.
           MOVE 'N' TO WS-MAESVTAS-EOF.

           PERFORM 1475-LEER-MAESVTAS
              THRU 1475-LEER-MAESVTAS-EXIT.

      *----Un maestro todavia con la fecha DD/MM/AAAA no colaciona
      *    con el merge: se deja sin controlar hasta que CL12EJ06 lo
      *    convierta.
           IF WS-MAESVTAS-EOF-NO AND MAE-FECHA(3:1) = '/'
              DISPLAY 'MAESTRO DE VENTAS CON FECHA DD/MM/AAAA, '
                      'NO SE CONTROLAN DUPLICADOS CONTRA EL'
              SET WS-MAESVTAS-EOF-YES TO TRUE
           END-IF.

       1470-ABRIR-ARCHIVO-MAESVTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1475-LEER-MAESVTAS.

           READ MAESVTAS.

           EVALUATE TRUE
               WHEN FS-MAESVTAS-OK
                    CONTINUE
               WHEN FS-MAESVTAS-EOF
                    SET WS-MAESVTAS-EOF-YES TO TRUE
                    MOVE HIGH-VALUES TO MAE-FECHA
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE VENTAS'
                    DISPLAY 'FILE STATUS: ' FS-MAESVTAS
                    STOP RUN
           END-EVALUATE.

       1475-LEER-MAESVTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----AJUSTEPER sigue el criterio de RECHAZOS: SIEMPRE en EXTEND
      *    (creandolo si es la primera vez), un ajuste todavia no
      *    imputado por contaduria no se pierde por una corrida nueva.
       1480-ABRIR-ARCHIVO-AJUSTES.

           OPEN EXTEND AJUSTEPER.

           IF FS-AJUSTEPER-NOEXISTE
              OPEN OUTPUT AJUSTEPER
           END-IF.

           EVALUATE FS-AJUSTEPER
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AJUSTES'
                    DISPLAY 'FILE STATUS: ' FS-AJUSTEPER
      * SI NO ABRE EL ARCHIVO DE SALIDA DETENGO EL PROCESO
                    STOP RUN
           END-EVALUATE.

       1480-ABRIR-ARCHIVO-AJUSTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----Lee el proximo registro del archivo de la posicion
      *    WS-IX y lo deja posicionado en la tabla de control.
      *    para el merge, pero no es un rechazo por dato corrupto.
                       GO TO 1500-LEER-ARCHIVO
                    END-IF
      *----Fechado en un mes ya cerrado: no se postea en ese mes, va
      *    como ajuste al primer mes abierto y se lee el siguiente.
                    IF WS-REG-PERIODO-CERRADO
                       PERFORM 1567-GRABAR-AJUSTE-PERIODO
                          THRU 1567-GRABAR-AJUSTE-PERIODO-EXIT
                       GO TO 1500-LEER-ARCHIVO
                    END-IF
                    ADD 1 TO WS-AR-CANT-REG(WS-IX)
               WHEN WS-AR-EOF-FS(WS-IX)
      *----Fin de archivo sin cola 'T': la transmision llego
           DISPLAY 'TRANSMISION RECHAZADA: VENTAS' WS-AR-LETRA(WS-IX).
           DISPLAY 'MOTIVO: ' WS-ENVIO-MOTIVO.

      *----LA BITACORA REGISTRA QUE SUCURSAL Y QUE ENVIO SE RECHAZO;
      *    SI EL RECHAZO FUE EN EL MISMO ENCABEZADO, SU NUMERO TODAVIA
      *    NO SE HABIA TOMADO.
           MOVE WS-IX TO WS-ENV-RECH-IX.

           IF WS-AR-ENVIO(WS-IX) = 0
              AND WS-CTL-TIPO = 'H'
              AND WS-CTL-H-ENVIO NUMERIC
              MOVE WS-CTL-H-ENVIO TO WS-AR-ENVIO(WS-IX)
           END-IF.

           PERFORM 9000-ABORTAR-POR-ERROR
              THRU 9000-ABORTAR-POR-ERROR-EXIT.

                 THRU 1557-VALIDAR-RANGO-FECHA-EXIT
           END-IF.

      *----El periodo cerrado se controla despues del rango: lo que
      *    esta fuera del rango pedido no es de esta corrida y no
      *    debe generar ajustes.
           IF WS-REG-OK
              PERFORM 1559-VALIDAR-PERIODO-CERRADO
                 THRU 1559-VALIDAR-PERIODO-CERRADO-EXIT
           END-IF.

       1550-VALIDAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1558-VALIDAR-VENDEDOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Marca WS-REG-PERIODO-CERRADO si el anio/mes de la fecha ya
      *    validada (WS-FECHA-AAAAMMDD, de 1557) esta cerrado en
      *    PERIODOS.TXT. Como el fuera de rango, no es un dato
      *    corrupto: no va a RECHAZOS sino a AJUSTEPER.
       1559-VALIDAR-PERIODO-CERRADO.

           IF WS-PC-CANT = 0
              GO TO 1559-VALIDAR-PERIODO-CERRADO-EXIT
           END-IF.

           MOVE WS-FECHA-AAAAMMDD(1:6) TO WS-PERIODO-AAAAMM.
           MOVE 0 TO WS-PC-HALLADO.

           PERFORM 1561-BUSCAR-PERIODO-UNO
              THRU 1561-BUSCAR-PERIODO-UNO-EXIT
             VARYING WS-PC-IX FROM 1 BY 1
               UNTIL WS-PC-IX > WS-PC-CANT
                  OR WS-PC-HALLADO > 0.

           IF WS-PC-HALLADO > 0
              SET WS-REG-PERIODO-CERRADO TO TRUE
           END-IF.

       1559-VALIDAR-PERIODO-CERRADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Graba en RECHAZOS el registro invalido de la posicion WS-IX
       1560-GRABAR-RECHAZO.

           MOVE WS-AR-TIPO-MOV(WS-IX) TO RECH-TIPO-MOV.
           MOVE WS-MOTIVO-RECHAZO     TO RECH-MOTIVO.
           MOVE 'P'                   TO RECH-ESTADO.
           MOVE WS-CORRIDA-NUMERO     TO RECH-CORRIDA.
           MOVE WS-CORR-INICIO-FECHA  TO RECH-FECHA-PROC.

           WRITE REGISTRO-RECHAZO.


       1560-GRABAR-RECHAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1561-BUSCAR-PERIODO-UNO.

           IF WS-PC-CLAVE(WS-PC-IX) = WS-PERIODO-AAAAMM
              MOVE WS-PC-IX TO WS-PC-HALLADO
           END-IF.

       1561-BUSCAR-PERIODO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Cuenta el registro de la posicion WS-IX descartado por caer
      *    fuera de FECHADESDE/FECHAHASTA. No es un dato corrupto: no
       1565-CONTAR-FUERA-DE-RANGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Graba en AJUSTEPER el detalle de la posicion WS-IX fechado
      *    en un mes cerrado: fecha del primer mes abierto, fecha
      *    original como referencia y el origen de la transmision.
       1567-GRABAR-AJUSTE-PERIODO.

           MOVE WS-AJUSTE-FECHA       TO AJP-FECHA.
           MOVE WS-FECHA-AAAAMMDD     TO AJP-FECHA-ORIGINAL.
           MOVE WS-AR-VENDEDOR(WS-IX) TO AJP-VENDEDOR.
           MOVE WS-AR-IMPORTE(WS-IX)  TO AJP-IMPORTE.
           MOVE WS-AR-LETRA(WS-IX)    TO AJP-SUCURSAL.
           MOVE WS-AR-TIPO-MOV(WS-IX) TO AJP-TIPO-MOV.
           MOVE 'M'                   TO AJP-ORIGEN.
           MOVE WS-AR-ENVIO(WS-IX)    TO AJP-ENVIO.
           MOVE WS-CORRIDA-NUMERO     TO AJP-CORRIDA.

           WRITE REGISTRO-AJUSTEPER.

           EVALUATE FS-AJUSTEPER
               WHEN '00'
                    ADD 1 TO WS-AJUSTES-CANT-REG
               WHEN OTHER
                    MOVE '1567-GRABAR-AJUSTE-PERIODO'
                      TO WS-LOG-PARRAFO
                    MOVE FS-AJUSTEPER           TO WS-LOG-FS
                    MOVE REGISTRO-AJUSTEPER     TO WS-LOG-DETALLE
                    PERFORM 9000-ABORTAR-POR-ERROR
                       THRU 9000-ABORTAR-POR-ERROR-EXIT
           END-EVALUATE.

       1567-GRABAR-AJUSTE-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Controla que la fecha recien leida del archivo WS-IX no
      *    sea cronologicamente menor que la anterior del mismo
      *    archivo (misma forma AAAAMMDD con la que 2050-HALLAR-MENOR

           MOVE WS-AR-FECHA-ORD(WS-IXM) TO WS-MENOR.

      *-----UN POSIBLE DUPLICADO NO SE GRABA NI SE ACUMULA: QUEDA
      *     RETENIDO EN DUPLICADOS HASTA QUE CL12EJ16 LO LIBERE

           PERFORM 2110-CONTROLAR-DUPLICADO
              THRU 2110-CONTROLAR-DUPLICADO-EXIT.

           IF WS-DUP-SOSPECHOSO-SI
              PERFORM 2150-GRABAR-DUPLICADO
                 THRU 2150-GRABAR-DUPLICADO-EXIT
           ELSE
              PERFORM 2105-GRABAR-ACEPTADO
                 THRU 2105-GRABAR-ACEPTADO-EXIT
           END-IF.

           MOVE WS-IXM TO WS-IX.

           PERFORM 1500-LEER-ARCHIVO
              THRU 1500-LEER-ARCHIVO-EXIT.

      *-----CHECKPOINT DE REINICIO: cada WS-CHECKPOINT-CADA registros
      *     mergeados grabo una foto de lo leido hasta ahora
           ADD 1 TO WS-CHECKPOINT-CONTADOR.
           IF WS-CHECKPOINT-CONTADOR >= WS-CHECKPOINT-CADA
              PERFORM 2180-GRABAR-CHECKPOINT
                 THRU 2180-GRABAR-CHECKPOINT-EXIT
              MOVE 0 TO WS-CHECKPOINT-CONTADOR
           END-IF.

       2100-PROCESAR-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Graba en VENTATOT/VENTATOTIDX el detalle aceptado de la
      *    posicion WS-IXM y lo suma a los acumulados
       2105-GRABAR-ACEPTADO.

           PERFORM 2500-GRABAR-ARCHIVO-SAL
              THRU 2500-GRABAR-ARCHIVO-SAL-EXIT.

           PERFORM 2170-ACUMULAR-ESTADISTICAS
              THRU 2170-ACUMULAR-ESTADISTICAS-EXIT.

           PERFORM 2168-REGISTRAR-EN-FECHA
              THRU 2168-REGISTRAR-EN-FECHA-EXIT.

       2105-GRABAR-ACEPTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Decide si el detalle de la posicion WS-IXM es un posible
      *    duplicado: misma fecha, vendedor, importe y tipo de
      *    movimiento que otro ya aceptado en esta corrida, que uno
      *    del maestro MAESVTAS o (en un reinicio o reproceso por
      *    fechas, con VENTATOT.DAT abierto en I-O) que uno ya
      *    grabado en VENTATOT.DAT. Deja en WS-DUP-ORIG-* el origen
      *    del registro contra el que choco. Un sospechoso con una
      *    liberacion pendiente de CL12EJ16 se acepta y la consume.
       2110-CONTROLAR-DUPLICADO.

           SET WS-DUP-SOSPECHOSO-NO TO TRUE.

           MOVE WS-AR-FECHA-ORD(WS-IXM) TO WS-DUP-FECHA.
           MOVE WS-AR-VENDEDOR(WS-IXM)  TO WS-DUP-VENDEDOR.
           MOVE WS-AR-IMPORTE(WS-IXM)   TO WS-DUP-IMPORTE.
           MOVE WS-AR-TIPO-MOV(WS-IXM)  TO WS-DUP-TIPO-MOV.

      *----Cambio de fecha en el merge: lo aceptado de la fecha
      *    anterior ya no puede chocar, y se trae del maestro lo de
      *    la fecha nueva.
           IF WS-DUP-FECHA NOT = WS-DUP-FECHA-TABLA
              MOVE 0 TO WS-DC-CANT
              PERFORM 2130-CARGAR-MAES-FECHA
                 THRU 2130-CARGAR-MAES-FECHA-EXIT
              MOVE WS-DUP-FECHA TO WS-DUP-FECHA-TABLA
           END-IF.

           MOVE 0 TO WS-DC-HALLADO.

           PERFORM 2112-BUSCAR-EN-CORRIDA-UNO
              THRU 2112-BUSCAR-EN-CORRIDA-UNO-EXIT
             VARYING WS-DC-IX FROM 1 BY 1
               UNTIL WS-DC-IX > WS-DC-CANT
                  OR WS-DC-HALLADO > 0.

           IF WS-DC-HALLADO > 0
              SET WS-DUP-SOSPECHOSO-SI TO TRUE
              MOVE 'C'                    TO WS-DUP-ORIG-FUENTE
              MOVE WS-DC-SUCURSAL(WS-DC-HALLADO)
                                          TO WS-DUP-ORIG-SUCURSAL
              MOVE WS-DC-ENVIO(WS-DC-HALLADO)
                                          TO WS-DUP-ORIG-ENVIO
              MOVE WS-CORRIDA-NUMERO      TO WS-DUP-ORIG-CORRIDA
           END-IF.

           IF WS-DUP-SOSPECHOSO-NO
              MOVE 0 TO WS-DM-HALLADO
              PERFORM 2122-BUSCAR-EN-MAES-UNO
                 THRU 2122-BUSCAR-EN-MAES-UNO-EXIT
                VARYING WS-DM-IX FROM 1 BY 1
                  UNTIL WS-DM-IX > WS-DM-CANT
                     OR WS-DM-HALLADO > 0
              IF WS-DM-HALLADO > 0
                 SET WS-DUP-SOSPECHOSO-SI TO TRUE
                 MOVE 'M'                 TO WS-DUP-ORIG-FUENTE
                 MOVE WS-DM-SUCURSAL(WS-DM-HALLADO)
                                          TO WS-DUP-ORIG-SUCURSAL
                 MOVE 0                   TO WS-DUP-ORIG-ENVIO
                 MOVE 0                   TO WS-DUP-ORIG-CORRIDA
              END-IF
           END-IF.

           IF WS-DUP-SOSPECHOSO-NO AND WS-ABRIR-EN-EXTEND
              PERFORM 2140-BUSCAR-EN-VENTATOTIDX
                 THRU 2140-BUSCAR-EN-VENTATOTIDX-EXIT
           END-IF.

           IF WS-DUP-SOSPECHOSO-NO
              GO TO 2110-CONTROLAR-DUPLICADO-EXIT
           END-IF.

      *----Sospechoso ya revisado y liberado por el operador: se
      *    acepta, y se deja constancia ('A') de la liberacion usada.
           PERFORM 2160-BUSCAR-LIBERADO
              THRU 2160-BUSCAR-LIBERADO-EXIT.

           IF WS-LB-HALLADO > 0
              IF WS-LB-SALDO(WS-LB-HALLADO) > 0
                 SUBTRACT 1 FROM WS-LB-SALDO(WS-LB-HALLADO)
                 PERFORM 2155-GRABAR-LIB-APLICADA
                    THRU 2155-GRABAR-LIB-APLICADA-EXIT
                 SET WS-DUP-SOSPECHOSO-NO TO TRUE
              END-IF
           END-IF.

       2110-CONTROLAR-DUPLICADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2112-BUSCAR-EN-CORRIDA-UNO.

           IF WS-DC-VENDEDOR(WS-DC-IX) = WS-DUP-VENDEDOR
              AND WS-DC-IMPORTE(WS-DC-IX) = WS-DUP-IMPORTE
              AND WS-DC-TIPO-MOV(WS-DC-IX) = WS-DUP-TIPO-MOV
              MOVE WS-DC-IX TO WS-DC-HALLADO
           END-IF.

       2112-BUSCAR-EN-CORRIDA-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2122-BUSCAR-EN-MAES-UNO.

           IF WS-DM-VENDEDOR(WS-DM-IX) = WS-DUP-VENDEDOR
              AND WS-DM-IMPORTE(WS-DM-IX) = WS-DUP-IMPORTE
              AND WS-DM-TIPO-MOV(WS-DM-IX) = WS-DUP-TIPO-MOV
              MOVE WS-DM-IX TO WS-DM-HALLADO
           END-IF.

       2122-BUSCAR-EN-MAES-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Avanza el maestro MAESVTAS hasta la fecha en curso del
      *    merge y carga en WS-TABLA-DUP-MAES sus registros de esa
      *    fecha. El maestro esta en orden cronologico igual que el
      *    merge, asi que se lee una sola vez de punta a punta.
       2130-CARGAR-MAES-FECHA.

           MOVE 0 TO WS-DM-CANT.

           IF WS-MAESVTAS-ABIERTO-NO
              GO TO 2130-CARGAR-MAES-FECHA-EXIT
           END-IF.

           PERFORM 1475-LEER-MAESVTAS
              THRU 1475-LEER-MAESVTAS-EXIT
             UNTIL WS-MAESVTAS-EOF-YES
                OR MAE-FECHA NOT < WS-DUP-FECHA.

           PERFORM 2135-CARGAR-MAES-UNO
              THRU 2135-CARGAR-MAES-UNO-EXIT
             UNTIL WS-MAESVTAS-EOF-YES
                OR MAE-FECHA NOT = WS-DUP-FECHA.

       2130-CARGAR-MAES-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2135-CARGAR-MAES-UNO.

           IF WS-DM-CANT >= 5000
              DISPLAY 'TABLA DE MAESTRO POR FECHA LLENA (MAXIMO 5000)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-DM-CANT.
           MOVE MAE-VENDEDOR TO WS-DM-VENDEDOR(WS-DM-CANT).
           MOVE MAE-IMPORTE  TO WS-DM-IMPORTE(WS-DM-CANT).
           MOVE MAE-TIPO-MOV TO WS-DM-TIPO-MOV(WS-DM-CANT).
           MOVE MAE-SUCURSAL TO WS-DM-SUCURSAL(WS-DM-CANT).

           PERFORM 1475-LEER-MAESVTAS
              THRU 1475-LEER-MAESVTAS-EXIT.

       2135-CARGAR-MAES-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Busca en VENTATOT.DAT, por la clave alternativa vendedor +
      *    fecha, un registro con el mismo importe y tipo de
      *    movimiento. Solo se llama con el archivo abierto en I-O
      *    (en OUTPUT no tiene nada de corridas anteriores). El
      *    buffer del FD queda pisado, pero 2520 lo vuelve a armar
      *    completo desde SALIDA-TOT antes de grabar.
       2140-BUSCAR-EN-VENTATOTIDX.

           MOVE WS-DUP-VENDEDOR TO SALIDA-IDX-VENDEDOR.
           MOVE WS-DUP-FECHA    TO SALIDA-IDX-FECHA.

           START VENTATOTIDX
               KEY IS EQUAL TO SALIDA-IDX-VENDFECHA.

           IF NOT FS-VENTATOTIDX-OK
              GO TO 2140-BUSCAR-EN-VENTATOTIDX-EXIT
           END-IF.

           SET WS-DUP-IDX-FIN-NO TO TRUE.

           PERFORM 2145-LEER-VENTATOTIDX-UNO
              THRU 2145-LEER-VENTATOTIDX-UNO-EXIT
             UNTIL WS-DUP-IDX-FIN-SI
                OR WS-DUP-SOSPECHOSO-SI.

       2140-BUSCAR-EN-VENTATOTIDX-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2145-LEER-VENTATOTIDX-UNO.

           READ VENTATOTIDX NEXT RECORD.

           IF NOT FS-VENTATOTIDX-OK
              SET WS-DUP-IDX-FIN-SI TO TRUE
              GO TO 2145-LEER-VENTATOTIDX-UNO-EXIT
           END-IF.

           IF SALIDA-IDX-VENDEDOR NOT = WS-DUP-VENDEDOR
              OR SALIDA-IDX-FECHA NOT = WS-DUP-FECHA
              SET WS-DUP-IDX-FIN-SI TO TRUE
              GO TO 2145-LEER-VENTATOTIDX-UNO-EXIT
           END-IF.

           IF SALIDA-IDX-IMPORTE = WS-DUP-IMPORTE
              AND SALIDA-IDX-TIPO-MOV = WS-DUP-TIPO-MOV
              SET WS-DUP-SOSPECHOSO-SI TO TRUE
              MOVE 'V'                 TO WS-DUP-ORIG-FUENTE
              MOVE SALIDA-IDX-SUCURSAL TO WS-DUP-ORIG-SUCURSAL
              MOVE 0                   TO WS-DUP-ORIG-ENVIO
              MOVE 0                   TO WS-DUP-ORIG-CORRIDA
           END-IF.

       2145-LEER-VENTATOTIDX-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Retiene el detalle sospechoso de la posicion WS-IXM en
      *    DUPLICADOS como pendiente. Ya habia sido contado como
      *    mergeado al leerlo (1500-LEER-ARCHIVO): se descuenta, asi
      *    TOTALES sigue cuadrando contra lo grabado en VENTATOT.
       2150-GRABAR-DUPLICADO.

           MOVE 'P'                    TO DUP-ESTADO.
           PERFORM 2158-ARMAR-DUPLICADO
              THRU 2158-ARMAR-DUPLICADO-EXIT.

           WRITE REGISTRO-DUPLICADO.

           EVALUATE FS-DUPLICADOS
               WHEN '00'
                    ADD 1 TO WS-DUPLICADOS-CANT-REG
                    SUBTRACT 1 FROM WS-AR-CANT-REG(WS-IXM)
               WHEN OTHER
                    MOVE '2150-GRABAR-DUPLICADO' TO WS-LOG-PARRAFO
                    MOVE FS-DUPLICADOS             TO WS-LOG-FS
                    MOVE REGISTRO-DUPLICADO        TO WS-LOG-DETALLE
                    PERFORM 9000-ABORTAR-POR-ERROR
                       THRU 9000-ABORTAR-POR-ERROR-EXIT
           END-EVALUATE.

       2150-GRABAR-DUPLICADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Deja constancia ('A') de que esta corrida acepto un
      *    detalle liberado por CL12EJ16, para que la liberacion no
      *    vuelva a usarse en una corrida siguiente.
       2155-GRABAR-LIB-APLICADA.

           MOVE 'A'                    TO DUP-ESTADO.
           PERFORM 2158-ARMAR-DUPLICADO
              THRU 2158-ARMAR-DUPLICADO-EXIT.

           WRITE REGISTRO-DUPLICADO.

           EVALUATE FS-DUPLICADOS
               WHEN '00'
                    ADD 1 TO WS-LIBERADOS-CANT-REG
               WHEN OTHER
                    MOVE '2155-GRABAR-LIB-APLICADA' TO WS-LOG-PARRAFO
                    MOVE FS-DUPLICADOS             TO WS-LOG-FS
                    MOVE REGISTRO-DUPLICADO        TO WS-LOG-DETALLE
                    PERFORM 9000-ABORTAR-POR-ERROR
                       THRU 9000-ABORTAR-POR-ERROR-EXIT
           END-EVALUATE.

       2155-GRABAR-LIB-APLICADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2158-ARMAR-DUPLICADO.

           MOVE WS-DUP-FECHA           TO DUP-FECHA.
           MOVE WS-DUP-VENDEDOR        TO DUP-VENDEDOR.
           MOVE WS-DUP-IMPORTE         TO DUP-IMPORTE.
           MOVE WS-DUP-TIPO-MOV        TO DUP-TIPO-MOV.
           MOVE WS-AR-LETRA(WS-IXM)    TO DUP-SUCURSAL.
           MOVE WS-AR-ENVIO(WS-IXM)    TO DUP-ENVIO.
           MOVE WS-CORRIDA-NUMERO      TO DUP-CORRIDA.
           MOVE WS-DUP-ORIG-FUENTE     TO DUP-ORIG-FUENTE.
           MOVE WS-DUP-ORIG-SUCURSAL   TO DUP-ORIG-SUCURSAL.
           MOVE WS-DUP-ORIG-ENVIO      TO DUP-ORIG-ENVIO.
           MOVE WS-DUP-ORIG-CORRIDA    TO DUP-ORIG-CORRIDA.

       2158-ARMAR-DUPLICADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Busca WS-DUP-CLAVE en la tabla de liberaciones
       2160-BUSCAR-LIBERADO.

           MOVE 0 TO WS-LB-HALLADO.

           PERFORM 2165-BUSCAR-LIBERADO-UNO
              THRU 2165-BUSCAR-LIBERADO-UNO-EXIT
             VARYING WS-LB-IX FROM 1 BY 1
               UNTIL WS-LB-IX > WS-LB-CANT
                  OR WS-LB-HALLADO > 0.

       2160-BUSCAR-LIBERADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2165-BUSCAR-LIBERADO-UNO.

           IF WS-LB-FECHA(WS-LB-IX) = WS-DUP-FECHA
              AND WS-LB-VENDEDOR(WS-LB-IX) = WS-DUP-VENDEDOR
              AND WS-LB-IMPORTE(WS-LB-IX) = WS-DUP-IMPORTE
              AND WS-LB-TIPO-MOV(WS-LB-IX) = WS-DUP-TIPO-MOV
              MOVE WS-LB-IX TO WS-LB-HALLADO
           END-IF.

       2165-BUSCAR-LIBERADO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Suma el detalle recien aceptado a los de la fecha en curso
      *    del merge, contra los que se controlan los siguientes
       2168-REGISTRAR-EN-FECHA.

           IF WS-DC-CANT >= 5000
              DISPLAY 'TABLA DE VENTAS POR FECHA LLENA (MAXIMO 5000)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-DC-CANT.
           MOVE WS-DUP-VENDEDOR        TO WS-DC-VENDEDOR(WS-DC-CANT).
           MOVE WS-DUP-IMPORTE         TO WS-DC-IMPORTE(WS-DC-CANT).
           MOVE WS-DUP-TIPO-MOV        TO WS-DC-TIPO-MOV(WS-DC-CANT).
           MOVE WS-AR-LETRA(WS-IXM)    TO WS-DC-SUCURSAL(WS-DC-CANT).
           MOVE WS-AR-ENVIO(WS-IXM)    TO WS-DC-ENVIO(WS-DC-CANT).

       2168-REGISTRAR-EN-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Acumula las estadisticas de aguinaldo/sueldo sobre el total
           PERFORM 3450-CERRAR-ARCH-RECHAZOS
              THRU 3450-CERRAR-ARCH-RECHAZOS-EXIT.

           PERFORM 3460-CERRAR-ARCH-DUPLICADOS
              THRU 3460-CERRAR-ARCH-DUPLICADOS-EXIT.

           PERFORM 3465-CERRAR-ARCH-AJUSTES
              THRU 3465-CERRAR-ARCH-AJUSTES-EXIT.

      *----LOGERRORES NO SE CIERRA ACA: 5000-REPORTE-VENDEDOR TODAVIA
      *    LO PUEDE NECESITAR SI FALLA LA ESCRITURA DE UN SUBTOTAL
      *    (5270-GRABAR-SUBTOTAL-VEND LLAMA A 9000-ABORTAR-POR-ERROR,
           MOVE WS-ENTRADA-IMP-TOTAL   TO CORR-IMPORTE-TOTAL.
           MOVE WS-CORR-ESTADO         TO CORR-ESTADO.
           MOVE WS-TABLA-NOMBRES       TO CORR-NOMBRES.
           MOVE WS-ENVIO-MOTIVO        TO CORR-ENV-MOTIVO.

           WRITE REGISTRO-CORRIDA.

       3015-CARGAR-CORRIDA-UNO.

           MOVE WS-AR-CANT-REG(WS-IX) TO CORR-CANT-REG(WS-IX).
           MOVE WS-AR-ENVIO(WS-IX)    TO CORR-ENVIO(WS-IX).

           EVALUATE TRUE
               WHEN WS-IX > WS-NUM-ARCHIVOS
                    MOVE SPACE TO CORR-ENV-ESTADO(WS-IX)
               WHEN WS-IX = WS-ENV-RECH-IX
                    MOVE 'R'   TO CORR-ENV-ESTADO(WS-IX)
               WHEN WS-AR-ENC-SI(WS-IX)
                    MOVE 'E'   TO CORR-ENV-ESTADO(WS-IX)
               WHEN WS-AR-EOF-YES(WS-IX)
                    AND WS-AR-LEIDOS(WS-IX) = 0
                    MOVE 'V'   TO CORR-ENV-ESTADO(WS-IX)
               WHEN OTHER
                    MOVE SPACE TO CORR-ENV-ESTADO(WS-IX)
           END-EVALUATE.

       3015-CARGAR-CORRIDA-UNO-EXIT.
           EXIT.
       3450-CERRAR-ARCH-RECHAZOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----Cierra DUPLICADOS y, si llego a abrirse, el maestro de
      *    ventas leido para el control
       3460-CERRAR-ARCH-DUPLICADOS.

           CLOSE DUPLICADOS.

           IF NOT FS-DUPLICADOS-OK
              DISPLAY 'ERROR EN CLOSE DE DUPLICADOS: ' FS-DUPLICADOS
           END-IF.

           IF WS-MAESVTAS-ABIERTO-SI
              CLOSE MAESVTAS
              IF NOT FS-MAESVTAS-OK
                 DISPLAY 'ERROR EN CLOSE DE MAESVTAS: ' FS-MAESVTAS
              END-IF
           END-IF.

       3460-CERRAR-ARCH-DUPLICADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3465-CERRAR-ARCH-AJUSTES.

           CLOSE AJUSTEPER.

           IF NOT FS-AJUSTEPER-OK
              DISPLAY 'ERROR EN CLOSE DE AJUSTEPER: ' FS-AJUSTEPER
           END-IF.

       3465-CERRAR-ARCH-AJUSTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3470-CERRAR-ARCH-LOG.

           DISPLAY 'CANT. REG. RECHAZADOS     : ' WS-RECHAZOS-CANT-REG.
           DISPLAY 'CANT. REG. FUERA DE RANGO : '
                   WS-FUERA-RANGO-CANT-REG.
           DISPLAY 'CANT. POSIBLES DUPLICADOS : '
                   WS-DUPLICADOS-CANT-REG.
           DISPLAY 'CANT. DUPLICADOS LIBERADOS: '
                   WS-LIBERADOS-CANT-REG.
           IF WS-DUPLICADOS-CANT-REG > 0
              DISPLAY 'REVISAR RETENIDOS EN ' WS-NOMBRE-DUPLICADOS
                      ' CON CL12EJ16'
           END-IF.
           DISPLAY 'CANT. AJUSTES PER. CERRADO: '
                   WS-AJUSTES-CANT-REG.
           IF WS-AJUSTES-CANT-REG > 0
              DISPLAY 'AJUSTES FECHADOS AL ' WS-AJUSTE-FECHA
                      ' EN ' WS-NOMBRE-AJUSTEPER
           END-IF.

           DISPLAY 'TOTAL DE AGUINALDOS       : ' WS-TOT-AGUINALDOS.
           DISPLAY 'PROMEDIO DE IMPORTE       : ' WS-SUELDO-PROM.
