      *----------------------------------------------------------------*
      * Purpose: Revision de posibles duplicados. Recorre por consola
      *          las ventas retenidas por CL12EJ01 en DUPLICADOS.TXT
      *          (misma fecha, vendedor, importe y tipo de movimiento
      *          que otra ya aceptada en la corrida, en VENTATOT.DAT
      *          o en el maestro MAESVTAS.TXT), mostrando el origen de
      *          los dos registros, y deja que el operador libere la
      *          venta (era una venta real repetida) o la descarte.
      *          Las liberadas salen a LIBERADOS.TXT ordenadas por
      *          fecha y con el sobre H/T de transmision (letra del
      *          parametro LIBERLETRA, 'F' por defecto, y numero de
      *          envio correlativo segun ENVIOS.TXT), listo para que
      *          la proxima corrida de CL12EJ01 lo tome como un
      *          archivo de entrada mas (VENTASF=../LIBERADOS.TXT y
      *          NUMARCHIVOS=6 en PARAMETROS.TXT); quedan 'R' en
      *          DUPLICADOS.TXT, que es la autorizacion con la que esa
      *          corrida las acepta aunque vuelvan a chocar. Si ya hay
      *          un LIBERADOS.TXT pendiente de consumir, la sesion se
      *          niega a arrancar, mismo criterio que CL12EJ13 con
      *          REPROCESO.TXT. DUPLICADOS.TXT se regraba con los
      *          pendientes 'P' y los liberados 'R' todavia no
      *          aplicados; los descartados 'X' y cada liberado ya
      *          aplicado por una corrida (su 'R' con el 'A' que grabo
      *          CL12EJ01) pasan al historial acumulativo
      *          DUPLICADOS.HIS.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL12EJ16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----El mismo PARAMETROS.TXT de CL12EJ01: de aca se toman los
      *    overrides DUPLICADOS=, DUPLICHIS=, LIBERADOS=, ENVIOS= y
      *    la letra LIBERLETRA= del sobre de los liberados.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *----Las ventas retenidas; se leen enteras a memoria y al
      *    cerrar la sesion se regraban solo las que siguen abiertas
      *    (las cerradas pasan a DUPLICHIS).
       SELECT DUPLICADOS
           ASSIGN DYNAMIC WS-NOMBRE-DUPLICADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DUPLICADOS.

      *----Ultimos envios aceptados por sucursal (lo graba CL12EJ01),
      *    para numerar el envio de los liberados a continuacion
       SELECT ENVIOS
           ASSIGN DYNAMIC WS-NOMBRE-ENVIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ENVIOS.

      *----Las ventas liberadas con sobre H/T, en el formato de los
      *    archivos de ventas de sucursal que lee CL12EJ01
       SELECT LIBERADOS
           ASSIGN DYNAMIC WS-NOMBRE-LIBERADOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIBERADOS.

      *----Historial acumulativo de retenciones ya cerradas: se
      *    agrega al final en cada sesion y nunca se trunca
       SELECT DUPLICHIS
           ASSIGN DYNAMIC WS-NOMBRE-DUPLICHIS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DUPLICHIS.

      *----------------------------------------------------------------*

       DATA DIVISION.

       FILE SECTION.
      *----Definicion registro del archivo de parametros de corrida
       FD PARAMETROS.
       01 REGISTRO-PARAMETRO                PIC X(80).

      *----Mismo layout que graba CL12EJ01
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

      *----Mismo layout que graba CL12EJ01
       FD ENVIOS.
       01 REGISTRO-ENVIO.
          05 ENV-LETRA                   PIC X(01).
          05 ENV-NUMERO                  PIC 9(05).

      *----Registros de los liberados: detalle en el formato de los
      *    archivos de entrada de CL12EJ01, mas el sobre 'H'/'T' que
      *    exige el control de transmision.
       FD LIBERADOS.
       01 LIB-DETALLE.
          05 LIB-D-FECHA                PIC X(10).
          05 LIB-D-VENDEDOR             PIC X(30).
          05 LIB-D-IMPORTE              PIC 9(8)V9(2).
          05 LIB-D-TIPO-MOV             PIC X(01).
       01 LIB-ENCABEZADO.
          05 LIB-H-TIPO                 PIC X(01).
          05 LIB-H-LETRA                PIC X(01).
          05 LIB-H-FECHA-GEN            PIC X(10).
          05 LIB-H-ENVIO                PIC 9(05).
          05 FILLER                     PIC X(34).
       01 LIB-COLA.
          05 LIB-T-TIPO                 PIC X(01).
          05 LIB-T-CANT                 PIC 9(05).
          05 LIB-T-IMPORTE              PIC 9(10)V9(2).
          05 FILLER                     PIC X(33).

      *----Registro del historial: la imagen completa de la
      *    retencion cerrada (mismo layout que REGISTRO-DUPLICADO)
       FD DUPLICHIS.
       01 REG-DUPLICHIS                 PIC X(73).

      *----------------------------------------------------------------*

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                PIC X(2).
             88 FS-PARAMETROS-OK            VALUE '00'.
             88 FS-PARAMETROS-EOF           VALUE '10'.
             88 FS-PARAMETROS-NOEXISTE      VALUE '35'.
          05 FS-DUPLICADOS                PIC X(2).
             88 FS-DUPLICADOS-OK            VALUE '00'.
             88 FS-DUPLICADOS-EOF           VALUE '10'.
             88 FS-DUPLICADOS-NOEXISTE      VALUE '35'.
          05 FS-ENVIOS                    PIC X(2).
             88 FS-ENVIOS-OK                VALUE '00'.
             88 FS-ENVIOS-EOF               VALUE '10'.
             88 FS-ENVIOS-NOEXISTE          VALUE '35'.
          05 FS-LIBERADOS                 PIC X(2).
             88 FS-LIBERADOS-OK             VALUE '00'.
             88 FS-LIBERADOS-NOEXISTE       VALUE '35'.
          05 FS-DUPLICHIS                 PIC X(2).
             88 FS-DUPLICHIS-OK             VALUE '00'.
             88 FS-DUPLICHIS-NOEXISTE       VALUE '35'.

      *----Nombres de los archivos, con overrides de PARAMETROS.TXT
       01 WS-NOMBRE-DUPLICADOS          PIC X(40)
          VALUE '../DUPLICADOS.TXT'.
       01 WS-NOMBRE-ENVIOS              PIC X(40)
          VALUE '../ENVIOS.TXT'.
       01 WS-NOMBRE-LIBERADOS           PIC X(40)
          VALUE '../LIBERADOS.TXT'.
       01 WS-NOMBRE-DUPLICHIS           PIC X(40)
          VALUE '../DUPLICADOS.HIS'.

      *----Letra de sucursal con la que sale el sobre de los
      *    liberados. E queda para el reproceso de rechazos de
      *    CL12EJ13; F por defecto, para que los dos circuitos no
      *    compartan numeracion de envios.
       01 WS-LIBER-LETRA                PIC X(01) VALUE 'F'.

      *----Campos de trabajo para partir cada linea CLAVE=VALOR del
      *    archivo de parametros.
       01 WS-PARM-LINEA                 PIC X(80).
       01 WS-PARM-CLAVE                 PIC X(20).
       01 WS-PARM-VALOR                 PIC X(40).
       01 WS-PARAMETROS-EOF             PIC X(01) VALUE 'N'.
          88 WS-PARAMETROS-EOF-YES            VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO             VALUE 'N'.

       01 WS-DUPLICADOS-EOF             PIC X(01) VALUE 'N'.
          88 WS-DUPLICADOS-EOF-YES            VALUE 'Y'.
          88 WS-DUPLICADOS-EOF-NO             VALUE 'N'.
       01 WS-ENVIOS-EOF                 PIC X(01) VALUE 'N'.
          88 WS-ENVIOS-EOF-YES                VALUE 'Y'.
          88 WS-ENVIOS-EOF-NO                 VALUE 'N'.
       01 WS-FIN-REVISION               PIC X(01) VALUE 'N'.
          88 WS-FIN-REVISION-YES              VALUE 'Y'.
          88 WS-FIN-REVISION-NO               VALUE 'N'.

      *----Tabla en memoria de las retenciones leidas.
      *    WS-DP-CERRADO marca las que pasan al historial: 'X'
      *    descartadas, y cada 'A' (liberacion aplicada por
      *    CL12EJ01) junto con el 'R' que consumio.
       01 WS-DP-CANT                    PIC 9(04) VALUE 0.
       01 WS-DP-IX                      PIC 9(04) COMP.
       01 WS-DP-IX2                     PIC 9(04) COMP.
       01 WS-DP-HALLADO                 PIC 9(04) VALUE 0.
       01 WS-TABLA-DUPLICADOS.
          05 WS-DP-DATOS OCCURS 1000 TIMES.
             10 WS-DP-ESTADO                 PIC X(01).
                88 WS-DP-PENDIENTE           VALUE 'P'.
                88 WS-DP-LIBERADO            VALUE 'R'.
                88 WS-DP-DESCARTADO          VALUE 'X'.
                88 WS-DP-APLICADO            VALUE 'A'.
             10 WS-DP-FECHA                  PIC X(08).
             10 WS-DP-VENDEDOR               PIC X(30).
             10 WS-DP-IMPORTE                PIC 9(8)V9(2).
             10 WS-DP-TIPO-MOV               PIC X(01).
             10 WS-DP-SUCURSAL               PIC X(01).
             10 WS-DP-ENVIO                  PIC 9(05).
             10 WS-DP-CORRIDA                PIC 9(05).
             10 WS-DP-ORIG-FUENTE            PIC X(01).
             10 WS-DP-ORIG-SUCURSAL          PIC X(01).
             10 WS-DP-ORIG-ENVIO             PIC 9(05).
             10 WS-DP-ORIG-CORRIDA           PIC 9(05).
             10 WS-DP-CERRADO                PIC X(01).
                88 WS-DP-CERRADO-SI          VALUE 'S'.
                88 WS-DP-CERRADO-NO          VALUE 'N'.

      *----Tabla de los detalles liberados que van al archivo de
      *    liberados. WS-LB-CLAVE es la fecha en AAAAMMDD, la clave
      *    del ordenamiento cronologico del archivo (el detalle sale
      *    con la fecha DD/MM/AAAA del formato de sucursal).
       01 WS-LB-CANT                    PIC 9(04) VALUE 0.
       01 WS-LB-IX                      PIC 9(04) COMP.
       01 WS-LB-IX2                     PIC 9(04) COMP.
       01 WS-TABLA-LIBERADOS.
          05 WS-LB-DATOS OCCURS 1000 TIMES.
             10 WS-LB-CLAVE                  PIC X(08).
             10 WS-LB-FECHA                  PIC X(10).
             10 WS-LB-VENDEDOR               PIC X(30).
             10 WS-LB-IMPORTE                PIC 9(8)V9(2).
             10 WS-LB-TIPO-MOV               PIC X(01).
       01 WS-LB-AUX                     PIC X(59).

      *----Ultimo envio aceptado de la letra de los liberados
       01 WS-ULT-ENVIO                  PIC 9(05) VALUE 0.

       01 WS-ACCION                     PIC X(01).
       01 WS-DESC-FUENTE                PIC X(20).

      *----Fecha de generacion del sobre de los liberados
       01 WS-FECHA-SISTEMA              PIC 9(08) VALUE 0.
       01 WS-FECHA-GEN                  PIC X(10) VALUE SPACES.

      *----Total de control (valor absoluto) de la cola del sobre
       01 WS-LIB-HASH-IMPORTE           PIC 9(10)V9(2) VALUE 0.

      *----Contadores del resumen
       01 WS-REVISADOS                  PIC 9(04) VALUE 0.
       01 WS-LIBERADOS                  PIC 9(04) VALUE 0.
       01 WS-DESCARTADOS                PIC 9(04) VALUE 0.
       01 WS-PENDIENTES                 PIC 9(04) VALUE 0.
       01 WS-SIN-APLICAR                PIC 9(04) VALUE 0.
       01 WS-AL-HISTORIAL               PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0050-LEER-PARAMETROS
              THRU 0050-LEER-PARAMETROS-EXIT.

           PERFORM 0070-VERIFICAR-LIBER-PREVIO
              THRU 0070-VERIFICAR-LIBER-PREVIO-EXIT.

           PERFORM 1000-CARGAR-DUPLICADOS
              THRU 1000-CARGAR-DUPLICADOS-EXIT.

           PERFORM 1400-CARGAR-ULTIMO-ENVIO
              THRU 1400-CARGAR-ULTIMO-ENVIO-EXIT.

           PERFORM 2000-REVISAR-DUPLICADO
              THRU 2000-REVISAR-DUPLICADO-EXIT
             VARYING WS-DP-IX FROM 1 BY 1
               UNTIL WS-DP-IX > WS-DP-CANT
                  OR WS-FIN-REVISION-YES.

           PERFORM 3000-GRABAR-LIBERADOS
              THRU 3000-GRABAR-LIBERADOS-EXIT.

           PERFORM 3400-PAREAR-APLICADOS
              THRU 3400-PAREAR-APLICADOS-EXIT.

           PERFORM 3500-REGRABAR-DUPLICADOS
              THRU 3500-REGRABAR-DUPLICADOS-EXIT.

           PERFORM 4000-MOSTRAR-RESUMEN
              THRU 4000-MOSTRAR-RESUMEN-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      *----Lee, si existe, PARAMETROS.TXT y pisa nombres y letra de
      *    los liberados; mismo criterio de archivo opcional que
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
               WHEN 'DUPLICADOS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-DUPLICADOS
               WHEN 'DUPLICHIS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-DUPLICHIS
               WHEN 'LIBERADOS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-LIBERADOS
               WHEN 'ENVIOS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-ENVIOS
               WHEN 'LIBERLETRA'
                    IF WS-PARM-VALOR(1:1) >= 'A'
                       AND WS-PARM-VALOR(1:1) <= 'F'
                       MOVE WS-PARM-VALOR(1:1) TO WS-LIBER-LETRA
                    ELSE
                       DISPLAY 'LIBERLETRA INVALIDA, SE IGNORA: '
                               WS-PARM-VALOR
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       0055-LEER-PARAMETROS-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Se controla ANTES de revisar nada: si hay un LIBERADOS.TXT
      *    de una sesion anterior todavia sin consumir por una corrida
      *    de CL12EJ01, grabarle encima perderia en silencio esas
      *    liberaciones (sus retenciones ya quedaron 'R').
       0070-VERIFICAR-LIBER-PREVIO.

           OPEN INPUT LIBERADOS.

           IF FS-LIBERADOS-NOEXISTE
              GO TO 0070-VERIFICAR-LIBER-PREVIO-EXIT
           END-IF.

           IF FS-LIBERADOS-OK
              CLOSE LIBERADOS
           END-IF.

           DISPLAY 'YA EXISTE ' WS-NOMBRE-LIBERADOS
                   ' DE UNA SESION ANTERIOR'.
           DISPLAY 'CORRER LA CORRIDA QUE LO CONSUME, O '
                   'RENOMBRARLO/RETIRARLO, ANTES DE REVISAR '
                   'MAS DUPLICADOS'.
           STOP RUN.

       0070-VERIFICAR-LIBER-PREVIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga las retenciones a memoria
       1000-CARGAR-DUPLICADOS.

           OPEN INPUT DUPLICADOS.

           IF FS-DUPLICADOS-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-DUPLICADOS
              DISPLAY 'SIN DUPLICADOS QUE REVISAR'
              STOP RUN
           END-IF.

           IF NOT FS-DUPLICADOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE DUPLICADOS'
              DISPLAY 'FILE STATUS: ' FS-DUPLICADOS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-DUPLICADOS-EOF.

           PERFORM 1100-CARGAR-DUPLICADO-UNO
              THRU 1100-CARGAR-DUPLICADO-UNO-EXIT
              UNTIL WS-DUPLICADOS-EOF-YES.

           CLOSE DUPLICADOS.

           IF WS-DP-CANT = 0
              DISPLAY 'DUPLICADOS.TXT VACIO, NADA QUE REVISAR'
              STOP RUN
           END-IF.

       1000-CARGAR-DUPLICADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-DUPLICADO-UNO.

           READ DUPLICADOS.

           IF FS-DUPLICADOS-EOF
              SET WS-DUPLICADOS-EOF-YES TO TRUE
              GO TO 1100-CARGAR-DUPLICADO-UNO-EXIT
           END-IF.

           IF NOT FS-DUPLICADOS-OK
              DISPLAY 'ERROR AL LEER EL ARCHIVO DE DUPLICADOS'
              DISPLAY 'FILE STATUS: ' FS-DUPLICADOS
              STOP RUN
           END-IF.

           IF WS-DP-CANT >= 1000
              DISPLAY 'TABLA DE DUPLICADOS LLENA (MAXIMO 1000)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-DP-CANT.
           MOVE DUP-ESTADO        TO WS-DP-ESTADO(WS-DP-CANT).
           MOVE DUP-FECHA         TO WS-DP-FECHA(WS-DP-CANT).
           MOVE DUP-VENDEDOR      TO WS-DP-VENDEDOR(WS-DP-CANT).
           MOVE DUP-IMPORTE       TO WS-DP-IMPORTE(WS-DP-CANT).
           MOVE DUP-TIPO-MOV      TO WS-DP-TIPO-MOV(WS-DP-CANT).
           MOVE DUP-SUCURSAL      TO WS-DP-SUCURSAL(WS-DP-CANT).
           MOVE DUP-ENVIO         TO WS-DP-ENVIO(WS-DP-CANT).
           MOVE DUP-CORRIDA       TO WS-DP-CORRIDA(WS-DP-CANT).
           MOVE DUP-ORIG-FUENTE   TO WS-DP-ORIG-FUENTE(WS-DP-CANT).
           MOVE DUP-ORIG-SUCURSAL TO WS-DP-ORIG-SUCURSAL(WS-DP-CANT).
           MOVE DUP-ORIG-ENVIO    TO WS-DP-ORIG-ENVIO(WS-DP-CANT).
           MOVE DUP-ORIG-CORRIDA  TO WS-DP-ORIG-CORRIDA(WS-DP-CANT).
           SET WS-DP-CERRADO-NO(WS-DP-CANT) TO TRUE.

       1100-CARGAR-DUPLICADO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Busca en ENVIOS.TXT el ultimo envio aceptado de la letra
      *    de los liberados; sin archivo o sin la letra arranca en 0
      *    (el sobre saldra con envio 1).
       1400-CARGAR-ULTIMO-ENVIO.

           OPEN INPUT ENVIOS.

           IF FS-ENVIOS-NOEXISTE
              GO TO 1400-CARGAR-ULTIMO-ENVIO-EXIT
           END-IF.

           IF NOT FS-ENVIOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE ENVIOS'
              DISPLAY 'FILE STATUS: ' FS-ENVIOS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-ENVIOS-EOF.

           PERFORM 1450-CARGAR-ENVIO-UNO
              THRU 1450-CARGAR-ENVIO-UNO-EXIT
              UNTIL WS-ENVIOS-EOF-YES.

           CLOSE ENVIOS.

       1400-CARGAR-ULTIMO-ENVIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1450-CARGAR-ENVIO-UNO.

           READ ENVIOS.

           IF FS-ENVIOS-EOF
              SET WS-ENVIOS-EOF-YES TO TRUE
              GO TO 1450-CARGAR-ENVIO-UNO-EXIT
           END-IF.

           IF NOT FS-ENVIOS-OK
              DISPLAY 'ERROR AL LEER EL ARCHIVO DE ENVIOS'
              DISPLAY 'FILE STATUS: ' FS-ENVIOS
              STOP RUN
           END-IF.

           IF ENV-LETRA = WS-LIBER-LETRA AND ENV-NUMERO NUMERIC
              MOVE ENV-NUMERO TO WS-ULT-ENVIO
           END-IF.

       1450-CARGAR-ENVIO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Muestra una retencion pendiente con el origen de los dos
      *    registros y atiende la accion del operador: L libera, X
      *    descarta, S saltea, F termina la revision (lo no revisado
      *    queda pendiente).
       2000-REVISAR-DUPLICADO.

           IF NOT WS-DP-PENDIENTE(WS-DP-IX)
              GO TO 2000-REVISAR-DUPLICADO-EXIT
           END-IF.

           ADD 1 TO WS-REVISADOS.

           EVALUATE WS-DP-ORIG-FUENTE(WS-DP-IX)
               WHEN 'C'
                    MOVE 'LA MISMA CORRIDA'     TO WS-DESC-FUENTE
               WHEN 'V'
                    MOVE 'VENTATOT.DAT'         TO WS-DESC-FUENTE
               WHEN 'M'
                    MOVE 'MAESTRO MAESVTAS'     TO WS-DESC-FUENTE
               WHEN OTHER
                    MOVE 'ORIGEN DESCONOCIDO'   TO WS-DESC-FUENTE
           END-EVALUATE.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'POSIBLE DUPLICADO ' WS-DP-IX ' DE ' WS-DP-CANT.
           DISPLAY 'FECHA   : ' WS-DP-FECHA(WS-DP-IX).
           DISPLAY 'VENDEDOR: ' WS-DP-VENDEDOR(WS-DP-IX).
           DISPLAY 'IMPORTE : ' WS-DP-IMPORTE(WS-DP-IX).
           DISPLAY 'TIPO MOV: ' WS-DP-TIPO-MOV(WS-DP-IX).
           DISPLAY 'RETENIDO: SUCURSAL ' WS-DP-SUCURSAL(WS-DP-IX)
                   ' ENVIO ' WS-DP-ENVIO(WS-DP-IX)
                   ' CORRIDA ' WS-DP-CORRIDA(WS-DP-IX).
           DISPLAY 'CHOCA CON ' WS-DESC-FUENTE
                   ': SUCURSAL ' WS-DP-ORIG-SUCURSAL(WS-DP-IX)
                   ' ENVIO ' WS-DP-ORIG-ENVIO(WS-DP-IX)
                   ' CORRIDA ' WS-DP-ORIG-CORRIDA(WS-DP-IX).

           MOVE SPACES TO WS-ACCION.
           DISPLAY 'ACCION (L=LIBERAR X=DESCARTAR S=SALTEAR '
                   'F=FIN): '.
           ACCEPT WS-ACCION.

           EVALUATE WS-ACCION
               WHEN 'L'
                    PERFORM 2100-LIBERAR-DUPLICADO
                       THRU 2100-LIBERAR-DUPLICADO-EXIT
               WHEN 'X'
                    MOVE 'X' TO WS-DP-ESTADO(WS-DP-IX)
                    SET WS-DP-CERRADO-SI(WS-DP-IX) TO TRUE
                    ADD 1 TO WS-DESCARTADOS
               WHEN 'F'
                    SET WS-FIN-REVISION-YES TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2000-REVISAR-DUPLICADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Suma la venta retenida a los liberados (con la fecha de
      *    vuelta a DD/MM/AAAA, el formato de sucursal) y la marca
      *    'R': esa marca es la que autoriza a CL12EJ01 a aceptarla.
       2100-LIBERAR-DUPLICADO.

           IF WS-LB-CANT >= 1000
              DISPLAY 'TABLA DE LIBERADOS LLENA (MAXIMO 1000)'
              DISPLAY 'LA VENTA SIGUE RETENIDA'
              GO TO 2100-LIBERAR-DUPLICADO-EXIT
           END-IF.

           ADD 1 TO WS-LB-CANT.
           MOVE WS-DP-FECHA(WS-DP-IX)    TO WS-LB-CLAVE(WS-LB-CANT).
           MOVE SPACES                   TO WS-LB-FECHA(WS-LB-CANT).
           STRING WS-DP-FECHA(WS-DP-IX)(7:2) '/'
                  WS-DP-FECHA(WS-DP-IX)(5:2) '/'
                  WS-DP-FECHA(WS-DP-IX)(1:4)
               DELIMITED BY SIZE INTO WS-LB-FECHA(WS-LB-CANT).
           MOVE WS-DP-VENDEDOR(WS-DP-IX) TO WS-LB-VENDEDOR(WS-LB-CANT).
           MOVE WS-DP-IMPORTE(WS-DP-IX)  TO WS-LB-IMPORTE(WS-LB-CANT).
           MOVE WS-DP-TIPO-MOV(WS-DP-IX) TO WS-LB-TIPO-MOV(WS-LB-CANT).

           MOVE 'R' TO WS-DP-ESTADO(WS-DP-IX).
           ADD 1 TO WS-LIBERADOS.

           DISPLAY 'VENTA LIBERADA'.

       2100-LIBERAR-DUPLICADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Graba LIBERADOS.TXT: sobre 'H' con la letra y el envio
      *    siguiente al ultimo aceptado, los detalles en orden
      *    cronologico y la cola 'T' con cantidad y total de control
      *    por valor absoluto, igual que el reproceso de CL12EJ13.
      *    Sin liberados no se graba archivo.
       3000-GRABAR-LIBERADOS.

           IF WS-LB-CANT = 0
              GO TO 3000-GRABAR-LIBERADOS-EXIT
           END-IF.

           PERFORM 3100-ORDENAR-LIBERADOS
              THRU 3100-ORDENAR-LIBERADOS-EXIT.

           OPEN OUTPUT LIBERADOS.

           IF NOT FS-LIBERADOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE LIBERADOS'
              DISPLAY 'FILE STATUS: ' FS-LIBERADOS
              STOP RUN
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-FECHA-GEN.
           STRING WS-FECHA-SISTEMA(7:2) '/'
                  WS-FECHA-SISTEMA(5:2) '/'
                  WS-FECHA-SISTEMA(1:4)
               DELIMITED BY SIZE INTO WS-FECHA-GEN.

           MOVE 'H'            TO LIB-H-TIPO.
           MOVE WS-LIBER-LETRA TO LIB-H-LETRA.
           MOVE WS-FECHA-GEN   TO LIB-H-FECHA-GEN.
           COMPUTE LIB-H-ENVIO = WS-ULT-ENVIO + 1.

           WRITE LIB-ENCABEZADO.

           IF NOT FS-LIBERADOS-OK
              DISPLAY 'ERROR AL GRABAR EL ENCABEZADO DE LIBERADOS'
              DISPLAY 'FILE STATUS: ' FS-LIBERADOS
              STOP RUN
           END-IF.

           MOVE 0 TO WS-LIB-HASH-IMPORTE.

           PERFORM 3300-GRABAR-DETALLE-UNO
              THRU 3300-GRABAR-DETALLE-UNO-EXIT
             VARYING WS-LB-IX FROM 1 BY 1
               UNTIL WS-LB-IX > WS-LB-CANT.

           MOVE 'T'                 TO LIB-T-TIPO.
           MOVE WS-LB-CANT          TO LIB-T-CANT.
           MOVE WS-LIB-HASH-IMPORTE TO LIB-T-IMPORTE.

           WRITE LIB-COLA.

           IF NOT FS-LIBERADOS-OK
              DISPLAY 'ERROR AL GRABAR LA COLA DE LIBERADOS'
              DISPLAY 'FILE STATUS: ' FS-LIBERADOS
              STOP RUN
           END-IF.

           CLOSE LIBERADOS.

           IF NOT FS-LIBERADOS-OK
              DISPLAY 'ERROR EN CLOSE DE LIBERADOS: ' FS-LIBERADOS
           END-IF.

       3000-GRABAR-LIBERADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Ordenamiento por seleccion de la tabla de liberados (son
      *    pocos registros revisados a mano, no amerita un SORT)
       3100-ORDENAR-LIBERADOS.

           PERFORM 3150-ORDENAR-PASADA
              THRU 3150-ORDENAR-PASADA-EXIT
             VARYING WS-LB-IX FROM 1 BY 1
               UNTIL WS-LB-IX >= WS-LB-CANT.

       3100-ORDENAR-LIBERADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3150-ORDENAR-PASADA.

           PERFORM 3200-ORDENAR-COMPARAR
              THRU 3200-ORDENAR-COMPARAR-EXIT
             VARYING WS-LB-IX2 FROM WS-LB-IX BY 1
               UNTIL WS-LB-IX2 >= WS-LB-CANT.

       3150-ORDENAR-PASADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-ORDENAR-COMPARAR.

           IF WS-LB-CLAVE(WS-LB-IX2 + 1) < WS-LB-CLAVE(WS-LB-IX)
              MOVE WS-LB-DATOS(WS-LB-IX)      TO WS-LB-AUX
              MOVE WS-LB-DATOS(WS-LB-IX2 + 1) TO WS-LB-DATOS(WS-LB-IX)
              MOVE WS-LB-AUX                  TO
                   WS-LB-DATOS(WS-LB-IX2 + 1)
           END-IF.

       3200-ORDENAR-COMPARAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3300-GRABAR-DETALLE-UNO.

           MOVE WS-LB-FECHA(WS-LB-IX)    TO LIB-D-FECHA.
           MOVE WS-LB-VENDEDOR(WS-LB-IX) TO LIB-D-VENDEDOR.
           MOVE WS-LB-IMPORTE(WS-LB-IX)  TO LIB-D-IMPORTE.
           MOVE WS-LB-TIPO-MOV(WS-LB-IX) TO LIB-D-TIPO-MOV.

           WRITE LIB-DETALLE.

           IF NOT FS-LIBERADOS-OK
              DISPLAY 'ERROR AL GRABAR UN DETALLE DE LIBERADOS'
              DISPLAY 'FILE STATUS: ' FS-LIBERADOS
              STOP RUN
           END-IF.

           ADD WS-LB-IMPORTE(WS-LB-IX) TO WS-LIB-HASH-IMPORTE.

       3300-GRABAR-DETALLE-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Cierra cada liberacion ya aplicada: por cada 'A' que grabo
      *    CL12EJ01 se busca un 'R' abierto con la misma clave y los
      *    dos pasan al historial. Un 'R' sin su 'A' sigue abierto
      *    (la corrida que lo consume todavia no corrio).
       3400-PAREAR-APLICADOS.

           PERFORM 3450-PAREAR-APLICADO-UNO
              THRU 3450-PAREAR-APLICADO-UNO-EXIT
             VARYING WS-DP-IX FROM 1 BY 1
               UNTIL WS-DP-IX > WS-DP-CANT.

       3400-PAREAR-APLICADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3450-PAREAR-APLICADO-UNO.

           IF NOT WS-DP-APLICADO(WS-DP-IX)
              GO TO 3450-PAREAR-APLICADO-UNO-EXIT
           END-IF.

           SET WS-DP-CERRADO-SI(WS-DP-IX) TO TRUE.
           MOVE 0 TO WS-DP-HALLADO.

           PERFORM 3460-BUSCAR-LIBERADO-UNO
              THRU 3460-BUSCAR-LIBERADO-UNO-EXIT
             VARYING WS-DP-IX2 FROM 1 BY 1
               UNTIL WS-DP-IX2 > WS-DP-CANT
                  OR WS-DP-HALLADO > 0.

           IF WS-DP-HALLADO > 0
              SET WS-DP-CERRADO-SI(WS-DP-HALLADO) TO TRUE
           END-IF.

       3450-PAREAR-APLICADO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3460-BUSCAR-LIBERADO-UNO.

           IF WS-DP-LIBERADO(WS-DP-IX2)
              AND WS-DP-CERRADO-NO(WS-DP-IX2)
              AND WS-DP-FECHA(WS-DP-IX2) = WS-DP-FECHA(WS-DP-IX)
              AND WS-DP-VENDEDOR(WS-DP-IX2) = WS-DP-VENDEDOR(WS-DP-IX)
              AND WS-DP-IMPORTE(WS-DP-IX2) = WS-DP-IMPORTE(WS-DP-IX)
              AND WS-DP-TIPO-MOV(WS-DP-IX2) = WS-DP-TIPO-MOV(WS-DP-IX)
              MOVE WS-DP-IX2 TO WS-DP-HALLADO
           END-IF.

       3460-BUSCAR-LIBERADO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Regraba DUPLICADOS.TXT solo con lo que sigue abierto
      *    (pendientes 'P' y liberados 'R' sin aplicar); lo cerrado
      *    pasa al historial acumulativo DUPLICADOS.HIS.
       3500-REGRABAR-DUPLICADOS.

           OPEN EXTEND DUPLICHIS.

           IF FS-DUPLICHIS-NOEXISTE
              OPEN OUTPUT DUPLICHIS
           END-IF.

           IF NOT FS-DUPLICHIS-OK
              DISPLAY 'ERROR AL ABRIR EL HISTORIAL DE DUPLICADOS'
              DISPLAY 'FILE STATUS: ' FS-DUPLICHIS
      * SIN HISTORIAL NO SE DEPURA NADA: SE ABORTA ANTES DE PERDER
      * CONSTANCIAS
              STOP RUN
           END-IF.

           OPEN OUTPUT DUPLICADOS.

           IF NOT FS-DUPLICADOS-OK
              DISPLAY 'ERROR AL REGRABAR EL ARCHIVO DE DUPLICADOS'
              DISPLAY 'FILE STATUS: ' FS-DUPLICADOS
              STOP RUN
           END-IF.

           PERFORM 3600-REGRABAR-DUPLICADO-UNO
              THRU 3600-REGRABAR-DUPLICADO-UNO-EXIT
             VARYING WS-DP-IX FROM 1 BY 1
               UNTIL WS-DP-IX > WS-DP-CANT.

           CLOSE DUPLICADOS.

           IF NOT FS-DUPLICADOS-OK
              DISPLAY 'ERROR EN CLOSE DE DUPLICADOS: ' FS-DUPLICADOS
           END-IF.

           CLOSE DUPLICHIS.

           IF NOT FS-DUPLICHIS-OK
              DISPLAY 'ERROR EN CLOSE DEL HISTORIAL: ' FS-DUPLICHIS
           END-IF.

       3500-REGRABAR-DUPLICADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3600-REGRABAR-DUPLICADO-UNO.

           MOVE WS-DP-ESTADO(WS-DP-IX)        TO DUP-ESTADO.
           MOVE WS-DP-FECHA(WS-DP-IX)         TO DUP-FECHA.
           MOVE WS-DP-VENDEDOR(WS-DP-IX)      TO DUP-VENDEDOR.
           MOVE WS-DP-IMPORTE(WS-DP-IX)       TO DUP-IMPORTE.
           MOVE WS-DP-TIPO-MOV(WS-DP-IX)      TO DUP-TIPO-MOV.
           MOVE WS-DP-SUCURSAL(WS-DP-IX)      TO DUP-SUCURSAL.
           MOVE WS-DP-ENVIO(WS-DP-IX)         TO DUP-ENVIO.
           MOVE WS-DP-CORRIDA(WS-DP-IX)       TO DUP-CORRIDA.
           MOVE WS-DP-ORIG-FUENTE(WS-DP-IX)   TO DUP-ORIG-FUENTE.
           MOVE WS-DP-ORIG-SUCURSAL(WS-DP-IX) TO DUP-ORIG-SUCURSAL.
           MOVE WS-DP-ORIG-ENVIO(WS-DP-IX)    TO DUP-ORIG-ENVIO.
           MOVE WS-DP-ORIG-CORRIDA(WS-DP-IX)  TO DUP-ORIG-CORRIDA.

           IF WS-DP-CERRADO-NO(WS-DP-IX)
              IF WS-DP-PENDIENTE(WS-DP-IX)
                 ADD 1 TO WS-PENDIENTES
              ELSE
                 ADD 1 TO WS-SIN-APLICAR
              END-IF
              WRITE REGISTRO-DUPLICADO
              IF NOT FS-DUPLICADOS-OK
                 DISPLAY 'ERROR AL GRABAR UN DUPLICADO'
                 DISPLAY 'FILE STATUS: ' FS-DUPLICADOS
                 STOP RUN
              END-IF
              GO TO 3600-REGRABAR-DUPLICADO-UNO-EXIT
           END-IF.

           ADD 1 TO WS-AL-HISTORIAL.
           MOVE REGISTRO-DUPLICADO TO REG-DUPLICHIS.

           WRITE REG-DUPLICHIS.

           IF NOT FS-DUPLICHIS-OK
              DISPLAY 'ERROR AL GRABAR EL HISTORIAL DE DUPLICADOS'
              DISPLAY 'FILE STATUS: ' FS-DUPLICHIS
              STOP RUN
           END-IF.

       3600-REGRABAR-DUPLICADO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-MOSTRAR-RESUMEN.

           DISPLAY '================================================'.
           DISPLAY 'REGISTROS EN EL ARCHIVO   : ' WS-DP-CANT.
           DISPLAY 'DUPLICADOS REVISADOS      : ' WS-REVISADOS.
           DISPLAY 'LIBERADOS EN ESTA SESION  : ' WS-LIBERADOS.
           DISPLAY 'DESCARTADOS               : ' WS-DESCARTADOS.
           DISPLAY 'QUEDAN PENDIENTES         : ' WS-PENDIENTES.
           DISPLAY 'LIBERADOS SIN APLICAR     : ' WS-SIN-APLICAR.
           DISPLAY 'PASADOS AL HISTORIAL      : ' WS-AL-HISTORIAL.
           IF WS-LB-CANT > 0
              DISPLAY 'LIBERADOS EN ' WS-NOMBRE-LIBERADOS
                      ' (LETRA ' WS-LIBER-LETRA ')'
              DISPLAY 'APUNTAR VENTAS' WS-LIBER-LETRA '= A LOS '
                      'LIBERADOS EN PARAMETROS.TXT PARA LA '
                      'PROXIMA CORRIDA'
           END-IF.
           DISPLAY '================================================'.

       4000-MOSTRAR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL12EJ16.
