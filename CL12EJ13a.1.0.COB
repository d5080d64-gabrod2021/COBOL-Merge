      *          reciclado, 'X' desafectado) pasan al historial
      *          acumulativo RECHAZOS.HIS, asi el archivo de trabajo
      *          no crece sin limite y nada desaparece en silencio.
      *          Una correccion fechada en un mes ya cerrado (ver
      *          CL12EJ19) no va al reproceso: se agrega como ajuste
      *          de periodo anterior a AJUSTEPER.TXT, igual que en
      *          el merge de CL12EJ01.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECHAZHIS.

      *----Control de periodos cerrados (lo mantiene CL12EJ19). Una
      *    correccion fechada en un mes cerrado no va al reproceso:
      *    sale como ajuste de periodo anterior, igual que en el
      *    merge de CL12EJ01. Opcional: sin archivo no hay meses
      *    cerrados.
       SELECT PERIODOS
           ASSIGN DYNAMIC WS-NOMBRE-PERIODOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODOS.

      *----Ajustes de periodos anteriores, el mismo archivo en el que
      *    agrega CL12EJ01 (OPEN EXTEND, nunca se trunca)
       SELECT AJUSTEPER
           ASSIGN DYNAMIC WS-NOMBRE-AJUSTEPER
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AJUSTEPER.

      *----------------------------------------------------------------*

       DATA DIVISION.
       FD PARAMETROS.
       01 REGISTRO-PARAMETRO                PIC X(80).

      *----Mismo layout que graba CL12EJ01. Corrida y fecha de
      *    proceso se declaran alfanumericas porque aca solo viajan
      *    de ida y vuelta y los rechazos viejos las traen en blanco.
       FD RECHAZOS.
       01 REGISTRO-RECHAZO.
          05 RECH-ARCHIVO                PIC X(01).
          05 RECH-TIPO-MOV               PIC X(01).
          05 RECH-MOTIVO                 PIC X(30).
          05 RECH-ESTADO                 PIC X(01).
          05 RECH-CORRIDA                PIC X(05).
          05 RECH-FECHA-PROC             PIC X(08).

      *----Mismo layout que graba CL12EJ02
       FD VENDMAST.
      *----Registro del historial: la imagen completa del rechazo
      *    trabajado (mismo layout que REGISTRO-RECHAZO)
       FD RECHAZHIS.
       01 REG-RECHAZHIS                 PIC X(96).

      *----Mismo layout que graba CL12EJ19
       FD PERIODOS.
       01 REGISTRO-PERIODO.
          05 PER-ANIO                    PIC 9(04).
          05 PER-MES                     PIC 9(02).
          05 PER-ESTADO                  PIC X(01).
          05 PER-FECHA                   PIC 9(08).
          05 PER-HORA                    PIC 9(08).
          05 PER-USUARIO                 PIC X(10).

      *----Mismo layout que graba CL12EJ01
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

          05 FS-RECHAZHIS                 PIC X(2).
             88 FS-RECHAZHIS-OK             VALUE '00'.
             88 FS-RECHAZHIS-NOEXISTE       VALUE '35'.
          05 FS-PERIODOS                  PIC X(2).
             88 FS-PERIODOS-OK              VALUE '00'.
             88 FS-PERIODOS-EOF             VALUE '10'.
             88 FS-PERIODOS-NOEXISTE        VALUE '35'.
          05 FS-AJUSTEPER                 PIC X(2).
             88 FS-AJUSTEPER-OK             VALUE '00'.
             88 FS-AJUSTEPER-NOEXISTE       VALUE '35'.

      *----Nombres de los archivos, con overrides de PARAMETROS.TXT
       01 WS-NOMBRE-RECHAZOS            PIC X(40)
          VALUE '../REPROCESO.TXT'.
       01 WS-NOMBRE-RECHAZHIS           PIC X(40)
          VALUE '../RECHAZOS.HIS'.
       01 WS-NOMBRE-PERIODOS            PIC X(40)
          VALUE '../PERIODOS.TXT'.
       01 WS-NOMBRE-AJUSTEPER           PIC X(40)
          VALUE '../AJUSTEPER.TXT'.

      *----Letra de sucursal con la que sale el sobre del reproceso
      *    (posicion de la tabla de archivos que el operador le
                88 WS-RJ-PENDIENTE           VALUE 'P'.
                88 WS-RJ-RECICLADO           VALUE 'R'.
                88 WS-RJ-DESAFECTADO         VALUE 'X'.
             10 WS-RJ-CORRIDA                PIC X(05).
             10 WS-RJ-FECHA-PROC             PIC X(08).

      *----Tabla de los detalles corregidos que van al reproceso.
      *    WS-RP-CLAVE es la fecha en AAAAMMDD, la clave del
             10 WS-RP-TIPO-MOV               PIC X(01).
       01 WS-RP-AUX                     PIC X(59).

      *----Periodos cerrados (AAAAMM) cargados de PERIODOS.TXT y
      *    primer mes abierto, con el mismo criterio que CL12EJ01:
      *    los ajustes se fechan el primer dia de ese mes
      *    (WS-AJUSTE-FECHA)
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

      *----Tabla de las correcciones fechadas en un mes cerrado, que
      *    se graban en AJUSTEPER al terminar la sesion (junto con el
      *    reproceso, antes de regrabar RECHAZOS)
       01 WS-AJ-CANT                    PIC 9(04) VALUE 0.
       01 WS-AJ-IX                      PIC 9(04) COMP.
       01 WS-TABLA-AJUSTES.
          05 WS-AJ-DATOS OCCURS 1000 TIMES.
             10 WS-AJ-FECHA-ORIGINAL         PIC 9(08).
             10 WS-AJ-VENDEDOR               PIC X(30).
             10 WS-AJ-IMPORTE                PIC 9(8)V9(2).
             10 WS-AJ-SUCURSAL               PIC X(01).
             10 WS-AJ-TIPO-MOV               PIC X(01).

      *----Marca de maestro de vendedores disponible. Con el maestro
      *    ausente la validacion del vendedor corregido queda
      *    deshabilitada, mismo criterio de archivo opcional que
       01 WS-DIA-AUX                    PIC 9(02).
       01 WS-MES-AUX                    PIC 9(02).
       01 WS-ANIO-AUX                   PIC 9(04).
       01 WS-FECHA-AAAAMMDD             PIC 9(08).

      *----Fecha de generacion del sobre del reproceso
       01 WS-FECHA-SISTEMA              PIC 9(08) VALUE 0.
      *----Contadores del resumen
       01 WS-REVISADOS                  PIC 9(04) VALUE 0.
       01 WS-RECICLADOS                 PIC 9(04) VALUE 0.
       01 WS-AJUSTADOS                  PIC 9(04) VALUE 0.
       01 WS-DESAFECTADOS               PIC 9(04) VALUE 0.
       01 WS-PENDIENTES                 PIC 9(04) VALUE 0.
       01 WS-AL-HISTORIAL               PIC 9(04) VALUE 0.
           PERFORM 1400-CARGAR-ULTIMO-ENVIO
              THRU 1400-CARGAR-ULTIMO-ENVIO-EXIT.

           PERFORM 1500-CARGAR-PERIODOS
              THRU 1500-CARGAR-PERIODOS-EXIT.

           PERFORM 2000-REVISAR-RECHAZO
              THRU 2000-REVISAR-RECHAZO-EXIT
             VARYING WS-RJ-IX FROM 1 BY 1
           PERFORM 3000-GRABAR-REPROCESO
              THRU 3000-GRABAR-REPROCESO-EXIT.

           PERFORM 3400-GRABAR-AJUSTES
              THRU 3400-GRABAR-AJUSTES-EXIT.

           PERFORM 3500-REGRABAR-RECHAZOS
              THRU 3500-REGRABAR-RECHAZOS-EXIT.

                    MOVE WS-PARM-VALOR TO WS-NOMBRE-REPROCESO
               WHEN 'RECHAZHIS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-RECHAZHIS
               WHEN 'PERIODOS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-PERIODOS
               WHEN 'AJUSTEPER'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-AJUSTEPER
               WHEN 'REPROLETRA'
                    IF WS-PARM-VALOR(1:1) >= 'A'
                       AND WS-PARM-VALOR(1:1) <= 'F'
           MOVE RECH-TIPO-MOV TO WS-RJ-TIPO-MOV(WS-RJ-CANT).
           MOVE RECH-MOTIVO   TO WS-RJ-MOTIVO(WS-RJ-CANT).
           MOVE RECH-ESTADO   TO WS-RJ-ESTADO(WS-RJ-CANT).
           MOVE RECH-CORRIDA  TO WS-RJ-CORRIDA(WS-RJ-CANT).
           MOVE RECH-FECHA-PROC
             TO WS-RJ-FECHA-PROC(WS-RJ-CANT).

           IF WS-RJ-ESTADO(WS-RJ-CANT) = SPACE
              MOVE 'P' TO WS-RJ-ESTADO(WS-RJ-CANT)
       1450-CARGAR-ENVIO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga de PERIODOS.TXT los meses cerrados (un mes
      *    reabierto por CL12EJ19 no se carga) y calcula el primer
      *    mes abierto. Sin archivo no hay nada cerrado.
       1500-CARGAR-PERIODOS.

           OPEN INPUT PERIODOS.

           IF FS-PERIODOS-NOEXISTE
              GO TO 1500-CARGAR-PERIODOS-EXIT
           END-IF.

           IF NOT FS-PERIODOS-OK
              DISPLAY 'ERROR AL ABRIR EL CONTROL DE PERIODOS'
              DISPLAY 'FILE STATUS: ' FS-PERIODOS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-PERIODOS-EOF.

           PERFORM 1550-CARGAR-PERIODO-UNO
              THRU 1550-CARGAR-PERIODO-UNO-EXIT
              UNTIL WS-PERIODOS-EOF-YES.

           CLOSE PERIODOS.

           IF WS-MES-ABIERTO-MES = 12
              ADD 1 TO WS-MES-ABIERTO-ANIO
              MOVE 1 TO WS-MES-ABIERTO-MES
           ELSE
              ADD 1 TO WS-MES-ABIERTO-MES
           END-IF.

           COMPUTE WS-AJUSTE-FECHA = (WS-MES-ABIERTO * 100) + 1.

       1500-CARGAR-PERIODOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1550-CARGAR-PERIODO-UNO.

           READ PERIODOS.

           IF FS-PERIODOS-EOF
              SET WS-PERIODOS-EOF-YES TO TRUE
              GO TO 1550-CARGAR-PERIODO-UNO-EXIT
           END-IF.

           IF NOT FS-PERIODOS-OK
              DISPLAY 'ERROR AL LEER EL CONTROL DE PERIODOS'
              DISPLAY 'FILE STATUS: ' FS-PERIODOS
              STOP RUN
           END-IF.

           IF PER-ESTADO NOT = 'C'
              OR PER-ANIO NOT NUMERIC OR PER-MES NOT NUMERIC
              GO TO 1550-CARGAR-PERIODO-UNO-EXIT
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

       1550-CARGAR-PERIODO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Muestra un rechazo pendiente y atiende la accion del
      *    operador: C corrige, X desafecta, S saltea, F termina la
      *    revision (lo no revisado queda pendiente).
              GO TO 2100-CORREGIR-RECHAZO-EXIT
           END-IF.

      *----La fecha ya esta validada: su forma AAAAMMDD es la clave
      *    del ordenamiento cronologico del reproceso y la que se
      *    controla contra los periodos cerrados
           MOVE WS-ENT-FECHA(1:2) TO WS-DIA-AUX.
           MOVE WS-ENT-FECHA(4:2) TO WS-MES-AUX.
           MOVE WS-ENT-FECHA(7:4) TO WS-ANIO-AUX.
           COMPUTE WS-FECHA-AAAAMMDD =
              (WS-ANIO-AUX * 10000) + (WS-MES-AUX * 100)
              + WS-DIA-AUX.

           PERFORM 2300-BUSCAR-PERIODO-CERRADO
              THRU 2300-BUSCAR-PERIODO-CERRADO-EXIT.

           IF WS-PC-HALLADO > 0
              PERFORM 2150-DESVIAR-A-AJUSTE
                 THRU 2150-DESVIAR-A-AJUSTE-EXIT
              GO TO 2100-CORREGIR-RECHAZO-EXIT
           END-IF.

           IF WS-RP-CANT >= 1000
              DISPLAY 'TABLA DE REPROCESO LLENA (MAXIMO 1000)'
              DISPLAY 'EL RECHAZO SIGUE PENDIENTE'
           END-IF.

           ADD 1 TO WS-RP-CANT.
           MOVE WS-FECHA-AAAAMMDD TO WS-RP-CLAVE(WS-RP-CANT).
           MOVE WS-ENT-FECHA      TO WS-RP-FECHA(WS-RP-CANT).
           MOVE WS-ENT-VENDEDOR   TO WS-RP-VENDEDOR(WS-RP-CANT).
           MOVE WS-ENT-IMPORTE-N  TO WS-RP-IMPORTE(WS-RP-CANT).
           MOVE WS-ENT-TIPO       TO WS-RP-TIPO-MOV(WS-RP-CANT).

           MOVE 'R' TO WS-RJ-ESTADO(WS-RJ-IX).
           ADD 1 TO WS-RECICLADOS.
       2100-CORREGIR-RECHAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Correccion valida pero fechada en un mes cerrado: no se
      *    postea en ese mes. Se guarda para AJUSTEPER (fechada en el
      *    primer mes abierto, con la fecha corregida como
      *    referencia y la sucursal del rechazo) y el rechazo queda
      *    trabajado 'R' igual que uno reciclado.
       2150-DESVIAR-A-AJUSTE.

           IF WS-AJ-CANT >= 1000
              DISPLAY 'TABLA DE AJUSTES LLENA (MAXIMO 1000)'
              DISPLAY 'EL RECHAZO SIGUE PENDIENTE'
              GO TO 2150-DESVIAR-A-AJUSTE-EXIT
           END-IF.

           ADD 1 TO WS-AJ-CANT.
           MOVE WS-FECHA-AAAAMMDD TO WS-AJ-FECHA-ORIGINAL(WS-AJ-CANT).
           MOVE WS-ENT-VENDEDOR   TO WS-AJ-VENDEDOR(WS-AJ-CANT).
           MOVE WS-ENT-IMPORTE-N  TO WS-AJ-IMPORTE(WS-AJ-CANT).
           MOVE WS-RJ-ARCHIVO(WS-RJ-IX)
                                  TO WS-AJ-SUCURSAL(WS-AJ-CANT).
           MOVE WS-ENT-TIPO       TO WS-AJ-TIPO-MOV(WS-AJ-CANT).

           MOVE 'R' TO WS-RJ-ESTADO(WS-RJ-IX).
           ADD 1 TO WS-AJUSTADOS.

           DISPLAY 'EL PERIODO ' WS-ENT-FECHA(4:7) ' ESTA CERRADO'.
           DISPLAY 'RECHAZO PASADO A AJUSTES, FECHA '
                   WS-AJUSTE-FECHA.

       2150-DESVIAR-A-AJUSTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Valida la correccion con los criterios de CL12EJ01: fecha
      *    DD/MM/AAAA razonable, importe numerico, tipo V/D y
      *    vendedor resuelto al nombre canonico del maestro (si el
       2200-VALIDAR-CORRECCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Busca el anio/mes de WS-FECHA-AAAAMMDD entre los periodos
      *    cerrados (WS-PC-HALLADO en 0 si el mes esta abierto)
       2300-BUSCAR-PERIODO-CERRADO.

           MOVE 0 TO WS-PC-HALLADO.
           MOVE WS-FECHA-AAAAMMDD(1:6) TO WS-PERIODO-AAAAMM.

           PERFORM 2350-BUSCAR-PERIODO-UNO
              THRU 2350-BUSCAR-PERIODO-UNO-EXIT
             VARYING WS-PC-IX FROM 1 BY 1
               UNTIL WS-PC-IX > WS-PC-CANT
                  OR WS-PC-HALLADO > 0.

       2300-BUSCAR-PERIODO-CERRADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-BUSCAR-PERIODO-UNO.

           IF WS-PC-CLAVE(WS-PC-IX) = WS-PERIODO-AAAAMM
              MOVE WS-PC-IX TO WS-PC-HALLADO
           END-IF.

       2350-BUSCAR-PERIODO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Graba REPROCESO.TXT: sobre 'H' con la letra y el envio
      *    siguiente al ultimo aceptado, los detalles en orden
      *    cronologico (la forma AAAAMMDD de la fecha, el mismo
       3300-GRABAR-DETALLE-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Agrega a AJUSTEPER las correcciones de meses cerrados.
      *    Como el reproceso, se graba antes de regrabar RECHAZOS:
      *    si algo falla aca los rechazos siguen pendientes.
       3400-GRABAR-AJUSTES.

           IF WS-AJ-CANT = 0
              GO TO 3400-GRABAR-AJUSTES-EXIT
           END-IF.

           OPEN EXTEND AJUSTEPER.

           IF FS-AJUSTEPER-NOEXISTE
              OPEN OUTPUT AJUSTEPER
           END-IF.

           IF NOT FS-AJUSTEPER-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AJUSTES'
              DISPLAY 'FILE STATUS: ' FS-AJUSTEPER
              STOP RUN
           END-IF.

           PERFORM 3450-GRABAR-AJUSTE-UNO
              THRU 3450-GRABAR-AJUSTE-UNO-EXIT
             VARYING WS-AJ-IX FROM 1 BY 1
               UNTIL WS-AJ-IX > WS-AJ-CANT.

           CLOSE AJUSTEPER.

           IF NOT FS-AJUSTEPER-OK
              DISPLAY 'ERROR EN CLOSE DE AJUSTEPER: ' FS-AJUSTEPER
           END-IF.

       3400-GRABAR-AJUSTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3450-GRABAR-AJUSTE-UNO.

           MOVE WS-AJUSTE-FECHA               TO AJP-FECHA.
           MOVE WS-AJ-FECHA-ORIGINAL(WS-AJ-IX) TO AJP-FECHA-ORIGINAL.
           MOVE WS-AJ-VENDEDOR(WS-AJ-IX)      TO AJP-VENDEDOR.
           MOVE WS-AJ-IMPORTE(WS-AJ-IX)       TO AJP-IMPORTE.
           MOVE WS-AJ-SUCURSAL(WS-AJ-IX)      TO AJP-SUCURSAL.
           MOVE WS-AJ-TIPO-MOV(WS-AJ-IX)      TO AJP-TIPO-MOV.
           MOVE 'R'                           TO AJP-ORIGEN.
           MOVE 0                             TO AJP-ENVIO.
           MOVE 0                             TO AJP-CORRIDA.

           WRITE REGISTRO-AJUSTEPER.

           IF NOT FS-AJUSTEPER-OK
              DISPLAY 'ERROR AL GRABAR UN AJUSTE DE PERIODO'
              DISPLAY 'FILE STATUS: ' FS-AJUSTEPER
              STOP RUN
           END-IF.

       3450-GRABAR-AJUSTE-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Regraba RECHAZOS.TXT solo con los pendientes 'P'; los ya
      *    trabajados ('R'/'X') pasan al historial acumulativo
      *    RECHAZOS.HIS. Asi el archivo de trabajo no crece sin
           MOVE WS-RJ-TIPO-MOV(WS-RJ-IX) TO RECH-TIPO-MOV.
           MOVE WS-RJ-MOTIVO(WS-RJ-IX)   TO RECH-MOTIVO.
           MOVE WS-RJ-ESTADO(WS-RJ-IX)   TO RECH-ESTADO.
           MOVE WS-RJ-CORRIDA(WS-RJ-IX)  TO RECH-CORRIDA.
           MOVE WS-RJ-FECHA-PROC(WS-RJ-IX)
             TO RECH-FECHA-PROC.

           IF WS-RJ-PENDIENTE(WS-RJ-IX)
              ADD 1 TO WS-PENDIENTES
           DISPLAY 'RECHAZOS EN EL ARCHIVO    : ' WS-RJ-CANT.
           DISPLAY 'RECHAZOS REVISADOS        : ' WS-REVISADOS.
           DISPLAY 'RECICLADOS AL REPROCESO   : ' WS-RECICLADOS.
           DISPLAY 'PASADOS A AJUSTES         : ' WS-AJUSTADOS.
           DISPLAY 'DESAFECTADOS              : ' WS-DESAFECTADOS.
           DISPLAY 'QUEDAN PENDIENTES         : ' WS-PENDIENTES.
           DISPLAY 'PASADOS AL HISTORIAL      : ' WS-AL-HISTORIAL.
                      'REPROCESO EN PARAMETROS.TXT PARA LA '
                      'PROXIMA CORRIDA'
           END-IF.
           IF WS-AJ-CANT > 0
              DISPLAY 'AJUSTES DE PERIODOS CERRADOS EN '
                      WS-NOMBRE-AJUSTEPER
           END-IF.
           DISPLAY '================================================'.

       4000-MOSTRAR-RESUMEN-EXIT.
