      *----------------------------------------------------------------*
      * Purpose: Cierre de periodos mensuales. Sesion por consola en
      *          la que contaduria, una vez emitido el consolidado
      *          MENSUAL.TXT de CL12EJ05, cierra el anio/mes en el
      *          archivo de control de periodos PERIODOS.TXT. Un mes
      *          cerrado ya no recibe movimientos: CL12EJ01 (aun con
      *          FECHADESDE/FECHAHASTA) y el reproceso de rechazos de
      *          CL12EJ13 desvian todo registro fechado en el al
      *          archivo de ajustes de periodos anteriores
      *          AJUSTEPER.TXT, fechado en el primer mes abierto y con
      *          la fecha original como referencia. Reabrir un mes es
      *          una accion aparte que exige motivo y confirmacion.
      *          Cada cierre y cada reapertura dejan su registro en
      *          PERAUDIT.TXT con fecha, hora, usuario y motivo.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL12EJ19.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----El mismo PARAMETROS.TXT de CL12EJ01: de aca se toman los
      *    overrides PERIODOS= y PERAUDIT=.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *----Control de periodos: un registro por anio/mes que alguna
      *    vez se cerro, con su estado actual. Se lee entero a
      *    memoria y se regraba despues de cada cambio.
       SELECT PERIODOS
           ASSIGN DYNAMIC WS-NOMBRE-PERIODOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERIODOS.

      *----Auditoria de cierres y reaperturas. Se abre en EXTEND: la
      *    auditoria es acumulativa, nunca se trunca.
       SELECT PERAUDIT
           ASSIGN DYNAMIC WS-NOMBRE-PERAUDIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERAUDIT.

      *----------------------------------------------------------------*

       DATA DIVISION.

       FILE SECTION.
      *----Definicion registro del archivo de parametros de corrida
       FD PARAMETROS.
       01 REGISTRO-PARAMETRO                PIC X(80).

      *----Definicion registro de control de periodos: anio/mes,
      *    estado ('C' cerrado, 'A' reabierto) y fecha, hora y
      *    usuario del ultimo cambio de estado. Lo leen CL12EJ01 y
      *    CL12EJ13.
       FD PERIODOS.
       01 REGISTRO-PERIODO.
          05 PER-ANIO                    PIC 9(04).
          05 PER-MES                     PIC 9(02).
          05 PER-ESTADO                  PIC X(01).
          05 PER-FECHA                   PIC 9(08).
          05 PER-HORA                    PIC 9(08).
          05 PER-USUARIO                 PIC X(10).

      *----Definicion registro de auditoria: cuando, que accion, sobre
      *    que periodo, quien y por que.
       FD PERAUDIT.
       01 REGISTRO-PERAUDIT.
          05 PAU-FECHA                   PIC 9(08).
          05 PAU-HORA                    PIC 9(08).
          05 PAU-ACCION                  PIC X(10).
          05 PAU-ANIO                    PIC 9(04).
          05 PAU-MES                     PIC 9(02).
          05 PAU-USUARIO                 PIC X(10).
          05 PAU-MOTIVO                  PIC X(50).

      *----------------------------------------------------------------*

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                PIC X(2).
             88 FS-PARAMETROS-OK            VALUE '00'.
             88 FS-PARAMETROS-EOF           VALUE '10'.
             88 FS-PARAMETROS-NOEXISTE      VALUE '35'.
          05 FS-PERIODOS                  PIC X(2).
             88 FS-PERIODOS-OK              VALUE '00'.
             88 FS-PERIODOS-EOF             VALUE '10'.
             88 FS-PERIODOS-NOEXISTE        VALUE '35'.
          05 FS-PERAUDIT                  PIC X(2).
             88 FS-PERAUDIT-OK              VALUE '00'.
             88 FS-PERAUDIT-NOEXISTE        VALUE '35'.

      *----Nombres de los archivos, con overrides de PARAMETROS.TXT
       01 WS-NOMBRE-PERIODOS            PIC X(40)
          VALUE '../PERIODOS.TXT'.
       01 WS-NOMBRE-PERAUDIT            PIC X(40)
          VALUE '../PERAUDIT.TXT'.

      *----Campos de trabajo para partir cada linea CLAVE=VALOR del
      *    archivo de parametros.
       01 WS-PARM-LINEA                 PIC X(80).
       01 WS-PARM-CLAVE                 PIC X(20).
       01 WS-PARM-VALOR                 PIC X(40).
       01 WS-PARAMETROS-EOF             PIC X(01) VALUE 'N'.
          88 WS-PARAMETROS-EOF-YES            VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO             VALUE 'N'.

       01 WS-PERIODOS-EOF               PIC X(01) VALUE 'N'.
          88 WS-PERIODOS-EOF-YES              VALUE 'Y'.
          88 WS-PERIODOS-EOF-NO               VALUE 'N'.
       01 WS-FIN-SESION                 PIC X(01) VALUE 'N'.
          88 WS-FIN-SESION-YES                VALUE 'Y'.
          88 WS-FIN-SESION-NO                 VALUE 'N'.

      *----Tabla en memoria del control de periodos. WS-PC-CLAVE es
      *    el anio/mes como AAAAMM, la clave del ordenamiento con el
      *    que se regraba el archivo.
       01 WS-PC-CANT                    PIC 9(04) VALUE 0.
       01 WS-PC-IX                      PIC 9(04) COMP.
       01 WS-PC-IX2                     PIC 9(04) COMP.
       01 WS-PC-HALLADO                 PIC 9(04) VALUE 0.
       01 WS-TABLA-PERIODOS.
          05 WS-PC-DATOS OCCURS 600 TIMES.
             10 WS-PC-CLAVE                  PIC 9(06).
             10 WS-PC-ESTADO                 PIC X(01).
                88 WS-PC-CERRADO             VALUE 'C'.
                88 WS-PC-REABIERTO           VALUE 'A'.
             10 WS-PC-FECHA                  PIC 9(08).
             10 WS-PC-HORA                   PIC 9(08).
             10 WS-PC-USUARIO                PIC X(10).
       01 WS-PC-AUX                     PIC X(33).

      *----Ultimo mes cerrado y primer mes abierto que le sigue (el
      *    mes al que CL12EJ01 y CL12EJ13 fechan los ajustes)
       01 WS-ULT-CERRADO                PIC 9(06) VALUE 0.
       01 WS-MES-ABIERTO                PIC 9(06) VALUE 0.
       01 WS-MES-ABIERTO-R REDEFINES WS-MES-ABIERTO.
          05 WS-MES-ABIERTO-ANIO         PIC 9(04).
          05 WS-MES-ABIERTO-MES          PIC 9(02).

      *----Entradas de consola de la sesion
       01 WS-ACCION                     PIC X(01).
       01 WS-USUARIO                    PIC X(10) VALUE SPACES.
       01 WS-ENT-ANIO                   PIC X(04).
       01 WS-ENT-ANIO-N REDEFINES WS-ENT-ANIO
                                        PIC 9(04).
       01 WS-ENT-MES                    PIC X(02).
       01 WS-ENT-MES-N REDEFINES WS-ENT-MES
                                        PIC 9(02).
       01 WS-ENT-MOTIVO                 PIC X(50).
       01 WS-ENT-CONFIRMA               PIC X(01).
       01 WS-ENT-CLAVE                  PIC 9(06) VALUE 0.
       01 WS-PERIODO-VALIDO             PIC X(01) VALUE 'S'.
          88 WS-PERIODO-VALIDO-SI             VALUE 'S'.
          88 WS-PERIODO-VALIDO-NO             VALUE 'N'.

       01 WS-AUD-ACCION                 PIC X(10) VALUE SPACES.
       01 WS-FECHA-SISTEMA              PIC 9(08) VALUE 0.
       01 WS-HORA-SISTEMA               PIC 9(08) VALUE 0.
       01 WS-MES-ACTUAL                 PIC 9(06) VALUE 0.

      *----Contadores del resumen
       01 WS-CIERRES                    PIC 9(05) VALUE 0.
       01 WS-REAPERTURAS                PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0050-LEER-PARAMETROS
              THRU 0050-LEER-PARAMETROS-EXIT.

           PERFORM 1000-CARGAR-PERIODOS
              THRU 1000-CARGAR-PERIODOS-EXIT.

           PERFORM 1200-ABRIR-AUDITORIA
              THRU 1200-ABRIR-AUDITORIA-EXIT.

           PERFORM 1300-IDENTIFICAR-USUARIO
              THRU 1300-IDENTIFICAR-USUARIO-EXIT.

           PERFORM 2100-LISTAR-PERIODOS
              THRU 2100-LISTAR-PERIODOS-EXIT.

           PERFORM 2000-ATENDER-SESION
              THRU 2000-ATENDER-SESION-EXIT
              UNTIL WS-FIN-SESION-YES.

           CLOSE PERAUDIT.

           IF NOT FS-PERAUDIT-OK
              DISPLAY 'ERROR EN CLOSE DE LA AUDITORIA: ' FS-PERAUDIT
           END-IF.

           PERFORM 4000-MOSTRAR-RESUMEN
              THRU 4000-MOSTRAR-RESUMEN-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      *----Lee, si existe, PARAMETROS.TXT y pisa los nombres por
      *    defecto; mismo criterio de archivo opcional que CL12EJ01.
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
               WHEN 'PERIODOS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-PERIODOS
               WHEN 'PERAUDIT'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-PERAUDIT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       0055-LEER-PARAMETROS-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga el control de periodos a memoria. Sin archivo (nunca
      *    se cerro un mes) la tabla arranca vacia.
       1000-CARGAR-PERIODOS.

           OPEN INPUT PERIODOS.

           IF FS-PERIODOS-NOEXISTE
              GO TO 1000-CARGAR-PERIODOS-EXIT
           END-IF.

           IF NOT FS-PERIODOS-OK
              DISPLAY 'ERROR AL ABRIR EL CONTROL DE PERIODOS'
              DISPLAY 'FILE STATUS: ' FS-PERIODOS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-PERIODOS-EOF.

           PERFORM 1100-CARGAR-PERIODO-UNO
              THRU 1100-CARGAR-PERIODO-UNO-EXIT
              UNTIL WS-PERIODOS-EOF-YES.

           CLOSE PERIODOS.

       1000-CARGAR-PERIODOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-PERIODO-UNO.

           READ PERIODOS.

           IF FS-PERIODOS-EOF
              SET WS-PERIODOS-EOF-YES TO TRUE
              GO TO 1100-CARGAR-PERIODO-UNO-EXIT
           END-IF.

           IF NOT FS-PERIODOS-OK
              DISPLAY 'ERROR AL LEER EL CONTROL DE PERIODOS'
              DISPLAY 'FILE STATUS: ' FS-PERIODOS
              STOP RUN
           END-IF.

           IF PER-ANIO NOT NUMERIC OR PER-MES NOT NUMERIC
              DISPLAY 'PERIODO INVALIDO, SE IGNORA: ' REGISTRO-PERIODO
              GO TO 1100-CARGAR-PERIODO-UNO-EXIT
           END-IF.

           IF WS-PC-CANT >= 600
              DISPLAY 'TABLA DE PERIODOS LLENA (MAXIMO 600)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-PC-CANT.
           COMPUTE WS-PC-CLAVE(WS-PC-CANT) = (PER-ANIO * 100) + PER-MES.
           MOVE PER-ESTADO  TO WS-PC-ESTADO(WS-PC-CANT).
           MOVE PER-FECHA   TO WS-PC-FECHA(WS-PC-CANT).
           MOVE PER-HORA    TO WS-PC-HORA(WS-PC-CANT).
           MOVE PER-USUARIO TO WS-PC-USUARIO(WS-PC-CANT).

       1100-CARGAR-PERIODO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Abre la auditoria en EXTEND (acumulativa); si todavia no
      *    existe se crea.
       1200-ABRIR-AUDITORIA.

           OPEN EXTEND PERAUDIT.

           IF FS-PERAUDIT-NOEXISTE
              OPEN OUTPUT PERAUDIT
           END-IF.

           IF NOT FS-PERAUDIT-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AUDITORIA'
              DISPLAY 'FILE STATUS: ' FS-PERAUDIT
      * SIN AUDITORIA NO SE CIERRA NI SE REABRE NADA
              STOP RUN
           END-IF.

       1200-ABRIR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----El usuario que opera la sesion es obligatorio: queda en el
      *    control de periodos y en cada registro de auditoria.
       1300-IDENTIFICAR-USUARIO.

           MOVE SPACES TO WS-USUARIO.
           DISPLAY 'USUARIO: '.
           ACCEPT WS-USUARIO.

           IF WS-USUARIO = SPACES
              DISPLAY 'EL USUARIO ES OBLIGATORIO'
              STOP RUN
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA(1:6) TO WS-MES-ACTUAL.

       1300-IDENTIFICAR-USUARIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Atiende una accion de la sesion
       2000-ATENDER-SESION.

           DISPLAY '------------------------------------------------'.
           MOVE SPACES TO WS-ACCION.
           DISPLAY 'ACCION (L=LISTAR C=CERRAR R=REABRIR F=FIN): '.
           ACCEPT WS-ACCION.

           EVALUATE WS-ACCION
               WHEN 'L'
                    PERFORM 2100-LISTAR-PERIODOS
                       THRU 2100-LISTAR-PERIODOS-EXIT
               WHEN 'C'
                    PERFORM 2200-CERRAR-PERIODO
                       THRU 2200-CERRAR-PERIODO-EXIT
               WHEN 'R'
                    PERFORM 2300-REABRIR-PERIODO
                       THRU 2300-REABRIR-PERIODO-EXIT
               WHEN 'F'
                    SET WS-FIN-SESION-YES TO TRUE
               WHEN OTHER
                    DISPLAY 'ACCION DESCONOCIDA: ' WS-ACCION
           END-EVALUATE.

       2000-ATENDER-SESION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Muestra los periodos del control con su estado y el
      *    primer mes abierto, donde caen los ajustes
       2100-LISTAR-PERIODOS.

           PERFORM 2900-CALCULAR-MES-ABIERTO
              THRU 2900-CALCULAR-MES-ABIERTO-EXIT.

           DISPLAY '------------------------------------------------'.

           IF WS-PC-CANT = 0
              DISPLAY 'NO HAY PERIODOS CERRADOS'
              GO TO 2100-LISTAR-PERIODOS-EXIT
           END-IF.

           PERFORM 2150-LISTAR-PERIODO-UNO
              THRU 2150-LISTAR-PERIODO-UNO-EXIT
             VARYING WS-PC-IX FROM 1 BY 1
               UNTIL WS-PC-IX > WS-PC-CANT.

           IF WS-ULT-CERRADO > 0
              DISPLAY 'LOS AJUSTES DE PERIODOS CERRADOS VAN A '
                      WS-MES-ABIERTO-MES '/' WS-MES-ABIERTO-ANIO
           END-IF.

       2100-LISTAR-PERIODOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2150-LISTAR-PERIODO-UNO.

           IF WS-PC-CERRADO(WS-PC-IX)
              DISPLAY WS-PC-CLAVE(WS-PC-IX)(5:2) '/'
                      WS-PC-CLAVE(WS-PC-IX)(1:4)
                      ' CERRADO   ' WS-PC-FECHA(WS-PC-IX)
                      ' ' WS-PC-USUARIO(WS-PC-IX)
           ELSE
              DISPLAY WS-PC-CLAVE(WS-PC-IX)(5:2) '/'
                      WS-PC-CLAVE(WS-PC-IX)(1:4)
                      ' REABIERTO ' WS-PC-FECHA(WS-PC-IX)
                      ' ' WS-PC-USUARIO(WS-PC-IX)
           END-IF.

       2150-LISTAR-PERIODO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Cierra un anio/mes ya terminado. Un mes reabierto se
      *    vuelve a cerrar por aca.
       2200-CERRAR-PERIODO.

           PERFORM 2800-PEDIR-PERIODO
              THRU 2800-PEDIR-PERIODO-EXIT.

           IF WS-PERIODO-VALIDO-NO
              GO TO 2200-CERRAR-PERIODO-EXIT
           END-IF.

           IF WS-ENT-CLAVE NOT < WS-MES-ACTUAL
              DISPLAY 'SOLO SE CIERRAN MESES YA TERMINADOS'
              GO TO 2200-CERRAR-PERIODO-EXIT
           END-IF.

           IF WS-PC-HALLADO > 0
              IF WS-PC-CERRADO(WS-PC-HALLADO)
                 DISPLAY 'EL PERIODO YA ESTA CERRADO'
                 GO TO 2200-CERRAR-PERIODO-EXIT
              END-IF
           ELSE
              IF WS-PC-CANT >= 600
                 DISPLAY 'TABLA DE PERIODOS LLENA (MAXIMO 600)'
                 GO TO 2200-CERRAR-PERIODO-EXIT
              END-IF
              ADD 1 TO WS-PC-CANT
              MOVE WS-PC-CANT   TO WS-PC-HALLADO
              MOVE WS-ENT-CLAVE TO WS-PC-CLAVE(WS-PC-HALLADO)
           END-IF.

           MOVE SPACES TO WS-ENT-MOTIVO.
           DISPLAY 'OBSERVACION (OPCIONAL): '.
           ACCEPT WS-ENT-MOTIVO.

           MOVE 'C'      TO WS-PC-ESTADO(WS-PC-HALLADO).
           MOVE 'CIERRE' TO WS-AUD-ACCION.

           PERFORM 2700-APLICAR-CAMBIO
              THRU 2700-APLICAR-CAMBIO-EXIT.

           ADD 1 TO WS-CIERRES.
           DISPLAY 'PERIODO ' WS-ENT-MES '/' WS-ENT-ANIO ' CERRADO'.

       2200-CERRAR-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Reapertura de un mes cerrado: accion explicita, con motivo
      *    obligatorio y confirmacion, porque deja volver a postear
      *    en un periodo que contaduria ya informo.
       2300-REABRIR-PERIODO.

           PERFORM 2800-PEDIR-PERIODO
              THRU 2800-PEDIR-PERIODO-EXIT.

           IF WS-PERIODO-VALIDO-NO
              GO TO 2300-REABRIR-PERIODO-EXIT
           END-IF.

           IF WS-PC-HALLADO = 0
              DISPLAY 'EL PERIODO NO ESTA CERRADO'
              GO TO 2300-REABRIR-PERIODO-EXIT
           END-IF.

           IF NOT WS-PC-CERRADO(WS-PC-HALLADO)
              DISPLAY 'EL PERIODO NO ESTA CERRADO'
              GO TO 2300-REABRIR-PERIODO-EXIT
           END-IF.

           MOVE SPACES TO WS-ENT-MOTIVO.
           DISPLAY 'MOTIVO DE LA REAPERTURA: '.
           ACCEPT WS-ENT-MOTIVO.

           IF WS-ENT-MOTIVO = SPACES
              DISPLAY 'EL MOTIVO ES OBLIGATORIO, NO SE REABRE'
              GO TO 2300-REABRIR-PERIODO-EXIT
           END-IF.

           MOVE SPACES TO WS-ENT-CONFIRMA.
           DISPLAY 'CONFIRMA REAPERTURA DE ' WS-ENT-MES '/'
                   WS-ENT-ANIO ' (S/N): '.
           ACCEPT WS-ENT-CONFIRMA.

           IF WS-ENT-CONFIRMA NOT = 'S'
              DISPLAY 'REAPERTURA CANCELADA'
              GO TO 2300-REABRIR-PERIODO-EXIT
           END-IF.

           MOVE 'A'          TO WS-PC-ESTADO(WS-PC-HALLADO).
           MOVE 'REAPERTURA' TO WS-AUD-ACCION.

           PERFORM 2700-APLICAR-CAMBIO
              THRU 2700-APLICAR-CAMBIO-EXIT.

           ADD 1 TO WS-REAPERTURAS.
           DISPLAY 'PERIODO ' WS-ENT-MES '/' WS-ENT-ANIO ' REABIERTO'.

       2300-REABRIR-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Completa fecha, hora y usuario del periodo recien cambiado,
      *    regraba el control y deja la auditoria. El control se
      *    regraba antes de auditar: si la regrabacion falla se aborta
      *    sin dejar una auditoria de un cambio que no quedo.
       2700-APLICAR-CAMBIO.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA  FROM TIME.

           MOVE WS-FECHA-SISTEMA TO WS-PC-FECHA(WS-PC-HALLADO).
           MOVE WS-HORA-SISTEMA  TO WS-PC-HORA(WS-PC-HALLADO).
           MOVE WS-USUARIO       TO WS-PC-USUARIO(WS-PC-HALLADO).

           PERFORM 3000-GRABAR-PERIODOS
              THRU 3000-GRABAR-PERIODOS-EXIT.

           MOVE WS-FECHA-SISTEMA TO PAU-FECHA.
           MOVE WS-HORA-SISTEMA  TO PAU-HORA.
           MOVE WS-AUD-ACCION    TO PAU-ACCION.
           MOVE WS-ENT-ANIO-N    TO PAU-ANIO.
           MOVE WS-ENT-MES-N     TO PAU-MES.
           MOVE WS-USUARIO       TO PAU-USUARIO.
           MOVE WS-ENT-MOTIVO    TO PAU-MOTIVO.

           WRITE REGISTRO-PERAUDIT.

           IF NOT FS-PERAUDIT-OK
              DISPLAY 'ERROR AL GRABAR LA AUDITORIA'
              DISPLAY 'FILE STATUS: ' FS-PERAUDIT
      * UN CAMBIO SIN AUDITORIA NO DEBE QUEDAR: SE ABORTA
              STOP RUN
           END-IF.

       2700-APLICAR-CAMBIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Pide anio y mes, los valida y busca el periodo en la
      *    tabla (WS-PC-HALLADO en 0 si nunca se cerro)
       2800-PEDIR-PERIODO.

           SET WS-PERIODO-VALIDO-SI TO TRUE.
           MOVE 0 TO WS-PC-HALLADO.

           MOVE SPACES TO WS-ENT-ANIO.
           DISPLAY 'ANIO (AAAA): '.
           ACCEPT WS-ENT-ANIO.

           MOVE SPACES TO WS-ENT-MES.
           DISPLAY 'MES (MM): '.
           ACCEPT WS-ENT-MES.

           IF WS-ENT-ANIO-N NOT NUMERIC
              OR WS-ENT-MES-N NOT NUMERIC
              DISPLAY 'PERIODO INVALIDO: ' WS-ENT-MES '/' WS-ENT-ANIO
              SET WS-PERIODO-VALIDO-NO TO TRUE
              GO TO 2800-PEDIR-PERIODO-EXIT
           END-IF.

           IF WS-ENT-MES-N < 1 OR WS-ENT-MES-N > 12
              DISPLAY 'MES INVALIDO: ' WS-ENT-MES
              SET WS-PERIODO-VALIDO-NO TO TRUE
              GO TO 2800-PEDIR-PERIODO-EXIT
           END-IF.

           COMPUTE WS-ENT-CLAVE = (WS-ENT-ANIO-N * 100) + WS-ENT-MES-N.

           PERFORM 2850-BUSCAR-PERIODO-UNO
              THRU 2850-BUSCAR-PERIODO-UNO-EXIT
             VARYING WS-PC-IX FROM 1 BY 1
               UNTIL WS-PC-IX > WS-PC-CANT
                  OR WS-PC-HALLADO > 0.

       2800-PEDIR-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2850-BUSCAR-PERIODO-UNO.

           IF WS-PC-CLAVE(WS-PC-IX) = WS-ENT-CLAVE
              MOVE WS-PC-IX TO WS-PC-HALLADO
           END-IF.

       2850-BUSCAR-PERIODO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Ultimo mes cerrado y el mes siguiente, mismo calculo que
      *    hacen CL12EJ01 y CL12EJ13 para fechar los ajustes
       2900-CALCULAR-MES-ABIERTO.

           MOVE 0 TO WS-ULT-CERRADO.

           PERFORM 2950-CALCULAR-ABIERTO-UNO
              THRU 2950-CALCULAR-ABIERTO-UNO-EXIT
             VARYING WS-PC-IX FROM 1 BY 1
               UNTIL WS-PC-IX > WS-PC-CANT.

           MOVE WS-ULT-CERRADO TO WS-MES-ABIERTO.

           IF WS-MES-ABIERTO-MES = 12
              ADD 1 TO WS-MES-ABIERTO-ANIO
              MOVE 1 TO WS-MES-ABIERTO-MES
           ELSE
              ADD 1 TO WS-MES-ABIERTO-MES
           END-IF.

       2900-CALCULAR-MES-ABIERTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2950-CALCULAR-ABIERTO-UNO.

           IF WS-PC-CERRADO(WS-PC-IX)
              AND WS-PC-CLAVE(WS-PC-IX) > WS-ULT-CERRADO
              MOVE WS-PC-CLAVE(WS-PC-IX) TO WS-ULT-CERRADO
           END-IF.

       2950-CALCULAR-ABIERTO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Regraba PERIODOS.TXT entero, ordenado por anio/mes
       3000-GRABAR-PERIODOS.

           PERFORM 3100-ORDENAR-PERIODOS
              THRU 3100-ORDENAR-PERIODOS-EXIT.

           OPEN OUTPUT PERIODOS.

           IF NOT FS-PERIODOS-OK
              DISPLAY 'ERROR AL REGRABAR EL CONTROL DE PERIODOS'
              DISPLAY 'FILE STATUS: ' FS-PERIODOS
              STOP RUN
           END-IF.

           PERFORM 3300-GRABAR-PERIODO-UNO
              THRU 3300-GRABAR-PERIODO-UNO-EXIT
             VARYING WS-PC-IX FROM 1 BY 1
               UNTIL WS-PC-IX > WS-PC-CANT.

           CLOSE PERIODOS.

           IF NOT FS-PERIODOS-OK
              DISPLAY 'ERROR EN CLOSE DEL CONTROL DE PERIODOS: '
                      FS-PERIODOS
           END-IF.

       3000-GRABAR-PERIODOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Ordenamiento por seleccion de la tabla de periodos (son
      *    pocos registros, no amerita un SORT)
       3100-ORDENAR-PERIODOS.

           PERFORM 3150-ORDENAR-PASADA
              THRU 3150-ORDENAR-PASADA-EXIT
             VARYING WS-PC-IX FROM 1 BY 1
               UNTIL WS-PC-IX >= WS-PC-CANT.

       3100-ORDENAR-PERIODOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3150-ORDENAR-PASADA.

           PERFORM 3200-ORDENAR-COMPARAR
              THRU 3200-ORDENAR-COMPARAR-EXIT
             VARYING WS-PC-IX2 FROM WS-PC-IX BY 1
               UNTIL WS-PC-IX2 >= WS-PC-CANT.

       3150-ORDENAR-PASADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-ORDENAR-COMPARAR.

           IF WS-PC-CLAVE(WS-PC-IX2 + 1) < WS-PC-CLAVE(WS-PC-IX)
              MOVE WS-PC-DATOS(WS-PC-IX)      TO WS-PC-AUX
              MOVE WS-PC-DATOS(WS-PC-IX2 + 1) TO WS-PC-DATOS(WS-PC-IX)
              MOVE WS-PC-AUX                  TO
                   WS-PC-DATOS(WS-PC-IX2 + 1)
           END-IF.

       3200-ORDENAR-COMPARAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-GRABAR-PERIODO-UNO.

           MOVE WS-PC-CLAVE(WS-PC-IX)(1:4) TO PER-ANIO.
           MOVE WS-PC-CLAVE(WS-PC-IX)(5:2) TO PER-MES.
           MOVE WS-PC-ESTADO(WS-PC-IX)     TO PER-ESTADO.
           MOVE WS-PC-FECHA(WS-PC-IX)      TO PER-FECHA.
           MOVE WS-PC-HORA(WS-PC-IX)       TO PER-HORA.
           MOVE WS-PC-USUARIO(WS-PC-IX)    TO PER-USUARIO.

           WRITE REGISTRO-PERIODO.

           IF NOT FS-PERIODOS-OK
              DISPLAY 'ERROR AL GRABAR EL CONTROL DE PERIODOS'
              DISPLAY 'FILE STATUS: ' FS-PERIODOS
              STOP RUN
           END-IF.

       3300-GRABAR-PERIODO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-MOSTRAR-RESUMEN.

           DISPLAY '================================================'.
           DISPLAY 'PERIODOS CERRADOS         : ' WS-CIERRES.
           DISPLAY 'PERIODOS REABIERTOS       : ' WS-REAPERTURAS.
           DISPLAY 'CONTROL EN ' WS-NOMBRE-PERIODOS.
           DISPLAY 'AUDITORIA EN ' WS-NOMBRE-PERAUDIT.
           DISPLAY '================================================'.

       4000-MOSTRAR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL12EJ19.
