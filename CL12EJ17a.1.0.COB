      *----------------------------------------------------------------*
      * Purpose: Interfaz unica de sueldos por codigo de vendedor.
      *          Cruza las dos interfaces H/D/T que hoy recibe
      *          sueldos por separado: LIQSAC.TXT (aguinaldo, de
      *          5000-REPORTE-VENDEDOR de CL12EJ01, por nombre) y
      *          COMIPAGO.TXT (comision, de CL12EJ09, por VDM-CODIGO).
      *          Verifica en cada archivo encabezado, cola, cantidad
      *          de detalles y totales de control; resuelve cada
      *          nombre de LIQSAC a su codigo por el maestro
      *          VENDEDORES.DAT (y, si el nombre ya no esta porque se
      *          cambio en CL12EJ14, por la imagen anterior de los
      *          cambios de VENDAUDIT.TXT); exige el mismo periodo
      *          (H-DESDE/H-HASTA) en los dos y graba SUELDOS.TXT con
      *          un detalle por codigo con importe, aguinaldo y
      *          comision, mas la cola de control. Todo lo que no
      *          cierra (vendedor en un solo archivo, nombre sin
      *          codigo, periodos distintos, colas que no cuadran)
      *          sale al listado de excepciones EXCSUELDOS.TXT y el
      *          paso termina con RETURN-CODE 8, para que operaciones
      *          retenga la interfaz y nada llegue desbalanceado a
      *          sueldos (mismo criterio que el balanceo CL12EJ04).
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL12EJ17.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----El mismo PARAMETROS.TXT de CL12EJ01: de aca se toman los
      *    overrides LIQUIDACION=, COMIPAGO=, VENDEDORES=, VENDAUDIT=,
      *    SUELDOS= y EXCSUELDOS=.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *----Interfaz de aguinaldo que graba CL12EJ01
       SELECT LIQUIDACION
           ASSIGN DYNAMIC WS-NOMBRE-LIQUIDACION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQUIDACION.

      *----Interfaz de comisiones que graba CL12EJ09
       SELECT COMIPAGO
           ASSIGN DYNAMIC WS-NOMBRE-COMIPAGO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMIPAGO.

      *----Maestro de vendedores, aca solo se lee: por la clave
      *    alternativa del nombre normalizado para resolver LIQSAC y
      *    por codigo para los nombres hallados en la auditoria
       SELECT VENDMAST
           ASSIGN DYNAMIC WS-NOMBRE-VENDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VDM-CODIGO
           ALTERNATE RECORD KEY IS VDM-NOMBRE-NORM WITH DUPLICATES
           FILE STATUS IS FS-VENDMAST.

      *----Auditoria de cambios del maestro que graba CL12EJ14; de
      *    los cambios de nombre sale el codigo de un nombre viejo
       SELECT VENDAUDIT
           ASSIGN DYNAMIC WS-NOMBRE-VENDAUDIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENDAUDIT.

      *----Interfaz consolidada para el sistema de sueldos
       SELECT SUELDOS
           ASSIGN DYNAMIC WS-NOMBRE-SUELDOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUELDOS.

      *----Listado de excepciones de la consolidacion
       SELECT EXCSUELDOS
           ASSIGN DYNAMIC WS-NOMBRE-EXCSUELDOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCSUELDOS.

      *----------------------------------------------------------------*

       DATA DIVISION.

       FILE SECTION.
      *----Definicion registro del archivo de parametros de corrida
       FD PARAMETROS.
       01 REGISTRO-PARAMETRO                PIC X(80).

      *----Mismo layout que graba CL12EJ01
       FD LIQUIDACION.
       01 LIQ-ENCABEZADO.
          05 LIQ-H-TIPO                  PIC X(01).
          05 LIQ-H-FECHA-PROCESO         PIC 9(08).
          05 LIQ-H-DESDE                 PIC X(08).
          05 LIQ-H-HASTA                 PIC X(08).
       01 LIQ-DETALLE.
          05 LIQ-D-TIPO                  PIC X(01).
          05 LIQ-D-VENDEDOR              PIC X(30).
          05 LIQ-D-DESDE                 PIC X(08).
          05 LIQ-D-HASTA                 PIC X(08).
          05 LIQ-D-IMPORTE               PIC S9(8)V9(2)
                                          SIGN LEADING SEPARATE.
          05 LIQ-D-AGUINALDO             PIC S9(8)V9(2)
                                          SIGN LEADING SEPARATE.
       01 LIQ-COLA.
          05 LIQ-T-TIPO                  PIC X(01).
          05 LIQ-T-CANT                  PIC 9(05).
          05 LIQ-T-HASH-IMPORTE          PIC S9(10)V9(2)
                                          SIGN LEADING SEPARATE.
          05 LIQ-T-HASH-AGUINALDO        PIC S9(10)V9(2)
                                          SIGN LEADING SEPARATE.

      *----Mismo layout que graba CL12EJ09
       FD COMIPAGO.
       01 CPG-ENCABEZADO.
          05 CPG-H-TIPO                  PIC X(01).
          05 CPG-H-FECHA-PROCESO         PIC 9(08).
          05 CPG-H-DESDE                 PIC X(08).
          05 CPG-H-HASTA                 PIC X(08).
       01 CPG-DETALLE.
          05 CPG-D-TIPO                  PIC X(01).
          05 CPG-D-CODIGO                PIC 9(05).
          05 CPG-D-VENDEDOR              PIC X(30).
          05 CPG-D-SUCURSAL              PIC X(01).
          05 CPG-D-IMPORTE               PIC S9(8)V9(2)
                                          SIGN LEADING SEPARATE.
          05 CPG-D-TASA                  PIC 9(2)V9(2).
          05 CPG-D-COMISION              PIC S9(8)V9(2)
                                          SIGN LEADING SEPARATE.
       01 CPG-COLA.
          05 CPG-T-TIPO                  PIC X(01).
          05 CPG-T-CANT                  PIC 9(05).
          05 CPG-T-HASH-IMPORTE          PIC S9(10)V9(2)
                                          SIGN LEADING SEPARATE.
          05 CPG-T-HASH-COMISION         PIC S9(10)V9(2)
                                          SIGN LEADING SEPARATE.

      *----Mismo layout que mantiene CL12EJ02
       FD VENDMAST.
       01 REGISTRO-VENDMAST.
          05 VDM-CODIGO                  PIC 9(05).
          05 VDM-NOMBRE                  PIC X(30).
          05 VDM-NOMBRE-NORM             PIC X(30).
          05 VDM-SUCURSAL                PIC X(01).
          05 VDM-ESTADO                  PIC X(01).
          05 VDM-FECHA-ALTA              PIC X(10).

      *----Mismo layout que graba CL12EJ14. Las imagenes antes y
      *    despues tienen el layout completo del maestro: codigo en
      *    1-5 y nombre normalizado en 36-65.
       FD VENDAUDIT.
       01 REGISTRO-AUDIT.
          05 AUD-FECHA                   PIC 9(08).
          05 AUD-HORA                    PIC 9(08).
          05 AUD-ACCION                  PIC X(10).
          05 AUD-ANTES                   PIC X(77).
          05 AUD-DESPUES                 PIC X(77).

      *----Definicion registros de la interfaz consolidada:
      *    encabezado 'H' (fecha de proceso y periodo comun de las
      *    dos interfaces), detalle 'D' (un codigo de vendedor con
      *    importe, aguinaldo y comision) y cola 'T' (cantidad de
      *    detalles y totales de control de los tres importes), el
      *    mismo esquema de LIQSAC.TXT y COMIPAGO.TXT.
       FD SUELDOS.
       01 SDO-ENCABEZADO.
          05 SDO-H-TIPO                  PIC X(01).
          05 SDO-H-FECHA-PROCESO         PIC 9(08).
          05 SDO-H-DESDE                 PIC X(08).
          05 SDO-H-HASTA                 PIC X(08).
       01 SDO-DETALLE.
          05 SDO-D-TIPO                  PIC X(01).
          05 SDO-D-CODIGO                PIC 9(05).
          05 SDO-D-VENDEDOR              PIC X(30).
          05 SDO-D-SUCURSAL              PIC X(01).
          05 SDO-D-IMPORTE               PIC S9(8)V9(2)
                                          SIGN LEADING SEPARATE.
          05 SDO-D-AGUINALDO             PIC S9(8)V9(2)
                                          SIGN LEADING SEPARATE.
          05 SDO-D-COMISION              PIC S9(8)V9(2)
                                          SIGN LEADING SEPARATE.
       01 SDO-COLA.
          05 SDO-T-TIPO                  PIC X(01).
          05 SDO-T-CANT                  PIC 9(05).
          05 SDO-T-HASH-IMPORTE          PIC S9(10)V9(2)
                                          SIGN LEADING SEPARATE.
          05 SDO-T-HASH-AGUINALDO        PIC S9(10)V9(2)
                                          SIGN LEADING SEPARATE.
          05 SDO-T-HASH-COMISION         PIC S9(10)V9(2)
                                          SIGN LEADING SEPARATE.

      *----Linea del listado de excepciones
       FD EXCSUELDOS.
       01 LINEA-EXCSUELDOS               PIC X(80).

      *----------------------------------------------------------------*

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                PIC X(2).
             88 FS-PARAMETROS-OK            VALUE '00'.
             88 FS-PARAMETROS-EOF           VALUE '10'.
             88 FS-PARAMETROS-NOEXISTE      VALUE '35'.
          05 FS-LIQUIDACION               PIC X(2).
             88 FS-LIQUIDACION-OK           VALUE '00'.
             88 FS-LIQUIDACION-EOF          VALUE '10'.
             88 FS-LIQUIDACION-NOEXISTE     VALUE '35'.
          05 FS-COMIPAGO                  PIC X(2).
             88 FS-COMIPAGO-OK              VALUE '00'.
             88 FS-COMIPAGO-EOF             VALUE '10'.
             88 FS-COMIPAGO-NOEXISTE        VALUE '35'.
          05 FS-VENDMAST                  PIC X(2).
             88 FS-VENDMAST-OK              VALUE '00'.
             88 FS-VENDMAST-EOF             VALUE '10'.
             88 FS-VENDMAST-NOEXISTE        VALUE '35'.
             88 FS-VENDMAST-NOHALLADO       VALUE '23'.
          05 FS-VENDAUDIT                 PIC X(2).
             88 FS-VENDAUDIT-OK             VALUE '00'.
             88 FS-VENDAUDIT-EOF            VALUE '10'.
             88 FS-VENDAUDIT-NOEXISTE       VALUE '35'.
          05 FS-SUELDOS                   PIC X(2).
             88 FS-SUELDOS-OK               VALUE '00'.
          05 FS-EXCSUELDOS                PIC X(2).
             88 FS-EXCSUELDOS-OK            VALUE '00'.

      *----Nombres de los archivos, con los overrides de
      *    PARAMETROS.TXT aplicados en 0050-LEER-PARAMETROS
       01 WS-NOMBRE-LIQUIDACION         PIC X(40)
          VALUE '../LIQSAC.TXT'.
       01 WS-NOMBRE-COMIPAGO            PIC X(40)
          VALUE '../COMIPAGO.TXT'.
       01 WS-NOMBRE-VENDMAST            PIC X(40)
          VALUE '../VENDEDORES.DAT'.
       01 WS-NOMBRE-VENDAUDIT           PIC X(40)
          VALUE '../VENDAUDIT.TXT'.
       01 WS-NOMBRE-SUELDOS             PIC X(40)
          VALUE '../SUELDOS.TXT'.
       01 WS-NOMBRE-EXCSUELDOS          PIC X(40)
          VALUE '../EXCSUELDOS.TXT'.

      *----Campos de trabajo para partir cada linea CLAVE=VALOR del
      *    archivo de parametros.
       01 WS-PARM-LINEA                 PIC X(80).
       01 WS-PARM-CLAVE                 PIC X(20).
       01 WS-PARM-VALOR                 PIC X(40).
       01 WS-PARAMETROS-EOF             PIC X(01) VALUE 'N'.
          88 WS-PARAMETROS-EOF-YES            VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO             VALUE 'N'.

       01 WS-LIQUIDACION-EOF            PIC X(01) VALUE 'N'.
          88 WS-LIQUIDACION-EOF-YES           VALUE 'Y'.
          88 WS-LIQUIDACION-EOF-NO            VALUE 'N'.
       01 WS-COMIPAGO-EOF               PIC X(01) VALUE 'N'.
          88 WS-COMIPAGO-EOF-YES              VALUE 'Y'.
          88 WS-COMIPAGO-EOF-NO               VALUE 'N'.
       01 WS-VENDAUDIT-EOF              PIC X(01) VALUE 'N'.
          88 WS-VENDAUDIT-EOF-YES             VALUE 'Y'.
          88 WS-VENDAUDIT-EOF-NO              VALUE 'N'.

      *----Control de cada interfaz de entrada: presencia del
      *    encabezado y de la cola, periodo del encabezado, y lo
      *    recontado de los detalles para cruzar contra la cola.
       01 WS-LIQ-H-PRESENTE             PIC X(01) VALUE 'N'.
       01 WS-LIQ-T-PRESENTE             PIC X(01) VALUE 'N'.
       01 WS-LIQ-DESDE                  PIC X(08) VALUE SPACES.
       01 WS-LIQ-HASTA                  PIC X(08) VALUE SPACES.
       01 WS-LIQ-CANT                   PIC 9(05) VALUE 0.
       01 WS-LIQ-HASH-IMPORTE           PIC S9(10)V9(2) VALUE 0.
       01 WS-LIQ-HASH-AGUINALDO         PIC S9(10)V9(2) VALUE 0.

       01 WS-CPG-H-PRESENTE             PIC X(01) VALUE 'N'.
       01 WS-CPG-T-PRESENTE             PIC X(01) VALUE 'N'.
       01 WS-CPG-DESDE                  PIC X(08) VALUE SPACES.
       01 WS-CPG-HASTA                  PIC X(08) VALUE SPACES.
       01 WS-CPG-CANT                   PIC 9(05) VALUE 0.
       01 WS-CPG-HASH-IMPORTE           PIC S9(10)V9(2) VALUE 0.
       01 WS-CPG-HASH-COMISION          PIC S9(10)V9(2) VALUE 0.

      *----Cambios de nombre tomados de la auditoria: nombre
      *    normalizado anterior y codigo del vendedor
       01 WS-RN-CANT                    PIC 9(04) VALUE 0.
       01 WS-RN-IX                      PIC 9(04) COMP.
       01 WS-RN-HALLADO                 PIC 9(04) VALUE 0.
       01 WS-TABLA-RENOMBRES.
          05 WS-RN-DATOS OCCURS 500 TIMES.
             10 WS-RN-NOMBRE-NORM            PIC X(30).
             10 WS-RN-CODIGO                 PIC 9(05).

      *----Tabla de consolidacion, una entrada por codigo de
      *    vendedor con lo aportado por cada interfaz
       01 WS-SD-CANT                    PIC 9(04) VALUE 0.
       01 WS-SD-IX                      PIC 9(04) COMP.
       01 WS-SD-IX2                     PIC 9(04) COMP.
       01 WS-SD-HALLADO                 PIC 9(04) VALUE 0.
       01 WS-TABLA-SUELDOS.
          05 WS-SD-DATOS OCCURS 2000 TIMES.
             10 WS-SD-CODIGO                 PIC 9(05).
             10 WS-SD-VENDEDOR               PIC X(30).
             10 WS-SD-SUCURSAL               PIC X(01).
             10 WS-SD-EN-LIQ                 PIC X(01).
             10 WS-SD-EN-CPG                 PIC X(01).
             10 WS-SD-IMPORTE-LIQ            PIC S9(8)V9(2).
             10 WS-SD-AGUINALDO              PIC S9(8)V9(2).
             10 WS-SD-IMPORTE-CPG            PIC S9(8)V9(2).
             10 WS-SD-COMISION               PIC S9(8)V9(2).
       01 WS-SD-AUX                     PIC X(78).

      *----Resultado de la resolucion del nombre de un detalle de
      *    LIQSAC a su codigo
       01 WS-COD-RESUELTO               PIC 9(05) VALUE 0.
       01 WS-NOM-RESUELTO               PIC X(30) VALUE SPACES.
       01 WS-SUC-RESUELTA               PIC X(01) VALUE SPACES.
       01 WS-BUSCA-CODIGO               PIC 9(05) VALUE 0.

      *----Campos de trabajo de la normalizacion de nombres
       01 WS-NORM-ENT                   PIC X(30).
       01 WS-NORM-SAL                   PIC X(30).
       01 WS-NORM-I                     PIC 9(02) COMP.
       01 WS-NORM-J                     PIC 9(02) COMP VALUE 0.
       01 WS-NORM-ANT-BLANCO            PIC X(01) VALUE 'S'.
       01 WS-BUSCA-NOMBRE               PIC X(30).

       01 WS-FECHA-SISTEMA              PIC 9(08) VALUE 0.

      *----Acumuladores de control de la cola de SUELDOS
       01 WS-SDO-CANT                   PIC 9(05) VALUE 0.
       01 WS-SDO-HASH-IMPORTE           PIC S9(10)V9(2) VALUE 0.
       01 WS-SDO-HASH-AGUINALDO         PIC S9(10)V9(2) VALUE 0.
       01 WS-SDO-HASH-COMISION          PIC S9(10)V9(2) VALUE 0.

      *----Contadores del resumen final
       01 WS-POR-AUDITORIA-CANT         PIC 9(05) VALUE 0.
       01 WS-SIN-CODIGO-CANT            PIC 9(05) VALUE 0.
       01 WS-SOLO-LIQ-CANT              PIC 9(05) VALUE 0.
       01 WS-SOLO-CPG-CANT              PIC 9(05) VALUE 0.
       01 WS-EXC-CANT                   PIC 9(05) VALUE 0.

      *----Veredicto y armado de lineas del listado
       01 WS-CONSOLIDADO                PIC X(01) VALUE 'S'.
          88 WS-CONSOLIDADO-OK-SI             VALUE 'S'.
          88 WS-CONSOLIDADO-OK-NO             VALUE 'N'.
       01 WS-LINEA                      PIC X(80).
       01 WS-IMP-EDIT-A                 PIC Z.ZZZ.ZZZ.ZZ9,99-.
       01 WS-IMP-EDIT-B                 PIC Z.ZZZ.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0050-LEER-PARAMETROS
              THRU 0050-LEER-PARAMETROS-EXIT.

           PERFORM 1000-ABRIR-EXCEPCIONES
              THRU 1000-ABRIR-EXCEPCIONES-EXIT.

           PERFORM 1100-CARGAR-RENOMBRES
              THRU 1100-CARGAR-RENOMBRES-EXIT.

           PERFORM 1200-ABRIR-VENDEDORES
              THRU 1200-ABRIR-VENDEDORES-EXIT.

           PERFORM 2000-LEER-COMIPAGO
              THRU 2000-LEER-COMIPAGO-EXIT.

           PERFORM 2500-LEER-LIQSAC
              THRU 2500-LEER-LIQSAC-EXIT.

           PERFORM 3000-COMPARAR-PERIODOS
              THRU 3000-COMPARAR-PERIODOS-EXIT.

           PERFORM 3500-CRUZAR-VENDEDORES
              THRU 3500-CRUZAR-VENDEDORES-EXIT.

           PERFORM 4000-GRABAR-SUELDOS
              THRU 4000-GRABAR-SUELDOS-EXIT.

           PERFORM 6000-VEREDICTO
              THRU 6000-VEREDICTO-EXIT.

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
               WHEN 'LIQUIDACION'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-LIQUIDACION
               WHEN 'COMIPAGO'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-COMIPAGO
               WHEN 'VENDEDORES'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-VENDMAST
               WHEN 'VENDAUDIT'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-VENDAUDIT
               WHEN 'SUELDOS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUELDOS
               WHEN 'EXCSUELDOS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-EXCSUELDOS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       0055-LEER-PARAMETROS-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1000-ABRIR-EXCEPCIONES.

           OPEN OUTPUT EXCSUELDOS.

           IF NOT FS-EXCSUELDOS-OK
              DISPLAY 'ERROR AL ABRIR EL LISTADO DE EXCEPCIONES'
              DISPLAY 'FILE STATUS: ' FS-EXCSUELDOS
      * SIN LISTADO DE EXCEPCIONES NO TIENE SENTIDO SEGUIR
              STOP RUN
           END-IF.

       1000-ABRIR-EXCEPCIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga de la auditoria de CL12EJ14 los cambios de nombre
      *    (MODIFICA con nombre normalizado distinto antes y
      *    despues). La auditoria es opcional: sin ella un nombre
      *    viejo simplemente queda sin codigo.
       1100-CARGAR-RENOMBRES.

           OPEN INPUT VENDAUDIT.

           IF FS-VENDAUDIT-NOEXISTE
              GO TO 1100-CARGAR-RENOMBRES-EXIT
           END-IF.

           IF NOT FS-VENDAUDIT-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AUDITORIA'
              DISPLAY 'FILE STATUS: ' FS-VENDAUDIT
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-VENDAUDIT-EOF.

           PERFORM 1150-CARGAR-RENOMBRE-UNO
              THRU 1150-CARGAR-RENOMBRE-UNO-EXIT
              UNTIL WS-VENDAUDIT-EOF-YES.

           CLOSE VENDAUDIT.

       1100-CARGAR-RENOMBRES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-CARGAR-RENOMBRE-UNO.

           READ VENDAUDIT.

           IF FS-VENDAUDIT-EOF
              SET WS-VENDAUDIT-EOF-YES TO TRUE
              GO TO 1150-CARGAR-RENOMBRE-UNO-EXIT
           END-IF.

           IF NOT FS-VENDAUDIT-OK
              DISPLAY 'ERROR AL LEER EL ARCHIVO DE AUDITORIA'
              DISPLAY 'FILE STATUS: ' FS-VENDAUDIT
              STOP RUN
           END-IF.

           IF AUD-ACCION NOT = 'MODIFICA'
              OR AUD-ANTES(36:30) = AUD-DESPUES(36:30)
              OR AUD-ANTES(1:5) NOT NUMERIC
              GO TO 1150-CARGAR-RENOMBRE-UNO-EXIT
           END-IF.

           IF WS-RN-CANT >= 500
              DISPLAY 'TABLA DE CAMBIOS DE NOMBRE LLENA (MAXIMO 500)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-RN-CANT.
           MOVE AUD-ANTES(36:30) TO WS-RN-NOMBRE-NORM(WS-RN-CANT).
           MOVE AUD-ANTES(1:5)   TO WS-RN-CODIGO(WS-RN-CANT).

       1150-CARGAR-RENOMBRE-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Abre el maestro de vendedores; sin maestro no hay codigo
      *    al que llevar los nombres de LIQSAC y no hay consolidacion
      *    posible (mismo criterio que CL12EJ09).
       1200-ABRIR-VENDEDORES.

           OPEN INPUT VENDMAST.

           IF FS-VENDMAST-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-VENDMAST
              DISPLAY 'SIN MAESTRO NO SE PUEDE CONSOLIDAR SUELDOS'
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
      *----Lee COMIPAGO.TXT entero: encabezado, detalles por codigo a
      *    la tabla de consolidacion y cola contra lo recontado.
       2000-LEER-COMIPAGO.

           OPEN INPUT COMIPAGO.

           IF FS-COMIPAGO-NOEXISTE
              MOVE 'FALTA COMIPAGO.TXT: NO SE PUEDE CONSOLIDAR'
                TO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
              GO TO 2000-LEER-COMIPAGO-EXIT
           END-IF.

           IF NOT FS-COMIPAGO-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE COMIPAGO'
              DISPLAY 'FILE STATUS: ' FS-COMIPAGO
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-COMIPAGO-EOF.

           PERFORM 2100-LEER-COMIPAGO-UNO
              THRU 2100-LEER-COMIPAGO-UNO-EXIT
              UNTIL WS-COMIPAGO-EOF-YES.

           CLOSE COMIPAGO.

           IF WS-CPG-H-PRESENTE NOT = 'S'
              MOVE 'COMIPAGO.TXT SIN ENCABEZADO H' TO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
           END-IF.

           IF WS-CPG-T-PRESENTE NOT = 'S'
              MOVE 'COMIPAGO.TXT SIN COLA T' TO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
           END-IF.

       2000-LEER-COMIPAGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-COMIPAGO-UNO.

           READ COMIPAGO.

           IF FS-COMIPAGO-EOF
              SET WS-COMIPAGO-EOF-YES TO TRUE
              GO TO 2100-LEER-COMIPAGO-UNO-EXIT
           END-IF.

           IF NOT FS-COMIPAGO-OK
              DISPLAY 'ERROR AL LEER EL ARCHIVO DE COMIPAGO'
              DISPLAY 'FILE STATUS: ' FS-COMIPAGO
      * UNA LECTURA INCOMPLETA NO SIRVE PARA CONSOLIDAR
              STOP RUN
           END-IF.

           EVALUATE CPG-H-TIPO
               WHEN 'H'
                    MOVE 'S'         TO WS-CPG-H-PRESENTE
                    MOVE CPG-H-DESDE TO WS-CPG-DESDE
                    MOVE CPG-H-HASTA TO WS-CPG-HASTA
               WHEN 'D'
                    PERFORM 2150-CARGAR-CPG-DETALLE
                       THRU 2150-CARGAR-CPG-DETALLE-EXIT
               WHEN 'T'
                    MOVE 'S' TO WS-CPG-T-PRESENTE
                    PERFORM 2180-CONTROLAR-CPG-COLA
                       THRU 2180-CONTROLAR-CPG-COLA-EXIT
               WHEN OTHER
                    MOVE SPACES TO WS-LINEA
                    STRING 'COMIPAGO.TXT CON REGISTRO DE TIPO '
                           'DESCONOCIDO: ' CPG-H-TIPO
                        DELIMITED BY SIZE INTO WS-LINEA
                    PERFORM 7000-GRABAR-EXCEPCION
                       THRU 7000-GRABAR-EXCEPCION-EXIT
           END-EVALUATE.

       2100-LEER-COMIPAGO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Un detalle de comision. Codigo 0 es el vendedor que
      *    CL12EJ09 no hallo en el maestro: no tiene a que codigo ir.
       2150-CARGAR-CPG-DETALLE.

           ADD 1              TO WS-CPG-CANT.
           ADD CPG-D-IMPORTE  TO WS-CPG-HASH-IMPORTE.
           ADD CPG-D-COMISION TO WS-CPG-HASH-COMISION.

           IF CPG-D-CODIGO = 0
              ADD 1 TO WS-SIN-CODIGO-CANT
              MOVE SPACES TO WS-LINEA
              STRING 'COMIPAGO SIN CODIGO DE VENDEDOR: '
                     CPG-D-VENDEDOR
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
              GO TO 2150-CARGAR-CPG-DETALLE-EXIT
           END-IF.

           MOVE CPG-D-CODIGO TO WS-BUSCA-CODIGO.
           PERFORM 2800-UBICAR-CODIGO
              THRU 2800-UBICAR-CODIGO-EXIT.

           IF WS-SD-EN-CPG(WS-SD-HALLADO) NOT = 'S'
              MOVE CPG-D-VENDEDOR TO WS-SD-VENDEDOR(WS-SD-HALLADO)
              MOVE CPG-D-SUCURSAL TO WS-SD-SUCURSAL(WS-SD-HALLADO)
           END-IF.

           MOVE 'S'            TO WS-SD-EN-CPG(WS-SD-HALLADO).
           ADD CPG-D-IMPORTE   TO WS-SD-IMPORTE-CPG(WS-SD-HALLADO).
           ADD CPG-D-COMISION  TO WS-SD-COMISION(WS-SD-HALLADO).

       2150-CARGAR-CPG-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Cruza la cola de COMIPAGO contra lo recontado
       2180-CONTROLAR-CPG-COLA.

           IF CPG-T-CANT NOT = WS-CPG-CANT
              MOVE SPACES TO WS-LINEA
              STRING 'COMIPAGO: DETALLES ' WS-CPG-CANT
                     ' VS COLA ' CPG-T-CANT
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
           END-IF.

           IF CPG-T-HASH-IMPORTE NOT = WS-CPG-HASH-IMPORTE
              MOVE WS-CPG-HASH-IMPORTE TO WS-IMP-EDIT-A
              MOVE CPG-T-HASH-IMPORTE  TO WS-IMP-EDIT-B
              MOVE SPACES TO WS-LINEA
              STRING 'COMIPAGO: IMPORTE ' WS-IMP-EDIT-A
                     ' VS COLA ' WS-IMP-EDIT-B
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
           END-IF.

           IF CPG-T-HASH-COMISION NOT = WS-CPG-HASH-COMISION
              MOVE WS-CPG-HASH-COMISION TO WS-IMP-EDIT-A
              MOVE CPG-T-HASH-COMISION  TO WS-IMP-EDIT-B
              MOVE SPACES TO WS-LINEA
              STRING 'COMIPAGO: COMISION ' WS-IMP-EDIT-A
                     ' VS COLA ' WS-IMP-EDIT-B
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
           END-IF.

       2180-CONTROLAR-CPG-COLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Lee LIQSAC.TXT entero: encabezado, detalles resueltos a su
      *    codigo y cola contra lo recontado.
       2500-LEER-LIQSAC.

           OPEN INPUT LIQUIDACION.

           IF FS-LIQUIDACION-NOEXISTE
              MOVE 'FALTA LIQSAC.TXT: NO SE PUEDE CONSOLIDAR'
                TO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
              GO TO 2500-LEER-LIQSAC-EXIT
           END-IF.

           IF NOT FS-LIQUIDACION-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE LIQUIDACION'
              DISPLAY 'FILE STATUS: ' FS-LIQUIDACION
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-LIQUIDACION-EOF.

           PERFORM 2600-LEER-LIQSAC-UNO
              THRU 2600-LEER-LIQSAC-UNO-EXIT
              UNTIL WS-LIQUIDACION-EOF-YES.

           CLOSE LIQUIDACION.

           IF WS-LIQ-H-PRESENTE NOT = 'S'
              MOVE 'LIQSAC.TXT SIN ENCABEZADO H' TO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
           END-IF.

           IF WS-LIQ-T-PRESENTE NOT = 'S'
              MOVE 'LIQSAC.TXT SIN COLA T' TO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
           END-IF.

       2500-LEER-LIQSAC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-LEER-LIQSAC-UNO.

           READ LIQUIDACION.

           IF FS-LIQUIDACION-EOF
              SET WS-LIQUIDACION-EOF-YES TO TRUE
              GO TO 2600-LEER-LIQSAC-UNO-EXIT
           END-IF.

           IF NOT FS-LIQUIDACION-OK
              DISPLAY 'ERROR AL LEER EL ARCHIVO DE LIQUIDACION'
              DISPLAY 'FILE STATUS: ' FS-LIQUIDACION
      * UNA LECTURA INCOMPLETA NO SIRVE PARA CONSOLIDAR
              STOP RUN
           END-IF.

           EVALUATE LIQ-H-TIPO
               WHEN 'H'
                    MOVE 'S'         TO WS-LIQ-H-PRESENTE
                    MOVE LIQ-H-DESDE TO WS-LIQ-DESDE
                    MOVE LIQ-H-HASTA TO WS-LIQ-HASTA
               WHEN 'D'
                    PERFORM 2650-CARGAR-LIQ-DETALLE
                       THRU 2650-CARGAR-LIQ-DETALLE-EXIT
               WHEN 'T'
                    MOVE 'S' TO WS-LIQ-T-PRESENTE
                    PERFORM 2680-CONTROLAR-LIQ-COLA
                       THRU 2680-CONTROLAR-LIQ-COLA-EXIT
               WHEN OTHER
                    MOVE SPACES TO WS-LINEA
                    STRING 'LIQSAC.TXT CON REGISTRO DE TIPO '
                           'DESCONOCIDO: ' LIQ-H-TIPO
                        DELIMITED BY SIZE INTO WS-LINEA
                    PERFORM 7000-GRABAR-EXCEPCION
                       THRU 7000-GRABAR-EXCEPCION-EXIT
           END-EVALUATE.

       2600-LEER-LIQSAC-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Un detalle de aguinaldo: se resuelve el nombre a su codigo
      *    y se acumula en la entrada de ese codigo (un vendedor con
      *    ventas bajo el nombre viejo y el nuevo junta las dos).
       2650-CARGAR-LIQ-DETALLE.

           ADD 1               TO WS-LIQ-CANT.
           ADD LIQ-D-IMPORTE   TO WS-LIQ-HASH-IMPORTE.
           ADD LIQ-D-AGUINALDO TO WS-LIQ-HASH-AGUINALDO.

           PERFORM 2700-RESOLVER-VENDEDOR
              THRU 2700-RESOLVER-VENDEDOR-EXIT.

           IF WS-COD-RESUELTO = 0
              ADD 1 TO WS-SIN-CODIGO-CANT
              MOVE SPACES TO WS-LINEA
              STRING 'LIQSAC SIN CODIGO EN EL MAESTRO: '
                     LIQ-D-VENDEDOR
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
              GO TO 2650-CARGAR-LIQ-DETALLE-EXIT
           END-IF.

           MOVE WS-COD-RESUELTO TO WS-BUSCA-CODIGO.
           PERFORM 2800-UBICAR-CODIGO
              THRU 2800-UBICAR-CODIGO-EXIT.

      *----El nombre y la sucursal del maestro pisan los que trajo
      *    COMIPAGO: la interfaz consolidada sale con los vigentes.
           MOVE WS-NOM-RESUELTO TO WS-SD-VENDEDOR(WS-SD-HALLADO).
           MOVE WS-SUC-RESUELTA TO WS-SD-SUCURSAL(WS-SD-HALLADO).
           MOVE 'S'             TO WS-SD-EN-LIQ(WS-SD-HALLADO).
           ADD LIQ-D-IMPORTE    TO WS-SD-IMPORTE-LIQ(WS-SD-HALLADO).
           ADD LIQ-D-AGUINALDO  TO WS-SD-AGUINALDO(WS-SD-HALLADO).

       2650-CARGAR-LIQ-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Cruza la cola de LIQSAC contra lo recontado
       2680-CONTROLAR-LIQ-COLA.

           IF LIQ-T-CANT NOT = WS-LIQ-CANT
              MOVE SPACES TO WS-LINEA
              STRING 'LIQSAC: DETALLES ' WS-LIQ-CANT
                     ' VS COLA ' LIQ-T-CANT
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
           END-IF.

           IF LIQ-T-HASH-IMPORTE NOT = WS-LIQ-HASH-IMPORTE
              MOVE WS-LIQ-HASH-IMPORTE TO WS-IMP-EDIT-A
              MOVE LIQ-T-HASH-IMPORTE  TO WS-IMP-EDIT-B
              MOVE SPACES TO WS-LINEA
              STRING 'LIQSAC: IMPORTE ' WS-IMP-EDIT-A
                     ' VS COLA ' WS-IMP-EDIT-B
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
           END-IF.

           IF LIQ-T-HASH-AGUINALDO NOT = WS-LIQ-HASH-AGUINALDO
              MOVE WS-LIQ-HASH-AGUINALDO TO WS-IMP-EDIT-A
              MOVE LIQ-T-HASH-AGUINALDO  TO WS-IMP-EDIT-B
              MOVE SPACES TO WS-LINEA
              STRING 'LIQSAC: AGUINALDO ' WS-IMP-EDIT-A
                     ' VS COLA ' WS-IMP-EDIT-B
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
           END-IF.

       2680-CONTROLAR-LIQ-COLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Resuelve LIQ-D-VENDEDOR a su codigo: primero por la clave
      *    alternativa del nombre normalizado, igual que
      *    1558-VALIDAR-VENDEDOR de CL12EJ01; si no esta, por los
      *    nombres anteriores de la auditoria, releyendo el maestro
      *    por codigo para tomar el nombre y la sucursal vigentes.
       2700-RESOLVER-VENDEDOR.

           MOVE 0      TO WS-COD-RESUELTO.
           MOVE SPACES TO WS-NOM-RESUELTO.
           MOVE SPACES TO WS-SUC-RESUELTA.

           MOVE LIQ-D-VENDEDOR TO WS-NORM-ENT.
           PERFORM 8000-NORMALIZAR-NOMBRE
              THRU 8000-NORMALIZAR-NOMBRE-EXIT.
           MOVE WS-NORM-SAL TO WS-BUSCA-NOMBRE.

           MOVE WS-BUSCA-NOMBRE TO VDM-NOMBRE-NORM.

           READ VENDMAST
               KEY IS VDM-NOMBRE-NORM.

           EVALUATE TRUE
               WHEN FS-VENDMAST-OK
                    MOVE VDM-CODIGO   TO WS-COD-RESUELTO
                    MOVE VDM-NOMBRE   TO WS-NOM-RESUELTO
                    MOVE VDM-SUCURSAL TO WS-SUC-RESUELTA
                    GO TO 2700-RESOLVER-VENDEDOR-EXIT
               WHEN FS-VENDMAST-NOHALLADO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE VENDEDORES'
                    DISPLAY 'FILE STATUS: ' FS-VENDMAST
                    STOP RUN
           END-EVALUATE.

           MOVE 0 TO WS-RN-HALLADO.

           PERFORM 2750-BUSCAR-RENOMBRE-UNO
              THRU 2750-BUSCAR-RENOMBRE-UNO-EXIT
             VARYING WS-RN-IX FROM 1 BY 1
               UNTIL WS-RN-IX > WS-RN-CANT.

           IF WS-RN-HALLADO = 0
              GO TO 2700-RESOLVER-VENDEDOR-EXIT
           END-IF.

           MOVE WS-RN-CODIGO(WS-RN-HALLADO) TO VDM-CODIGO.

           READ VENDMAST
               KEY IS VDM-CODIGO.

           EVALUATE TRUE
               WHEN FS-VENDMAST-OK
                    MOVE VDM-CODIGO   TO WS-COD-RESUELTO
                    MOVE VDM-NOMBRE   TO WS-NOM-RESUELTO
                    MOVE VDM-SUCURSAL TO WS-SUC-RESUELTA
                    ADD 1 TO WS-POR-AUDITORIA-CANT
               WHEN FS-VENDMAST-NOHALLADO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE VENDEDORES'
                    DISPLAY 'FILE STATUS: ' FS-VENDMAST
                    STOP RUN
           END-EVALUATE.

       2700-RESOLVER-VENDEDOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Se toma el ultimo cambio que dejo ese nombre: la tabla se
      *    recorre entera y gana la ultima coincidencia.
       2750-BUSCAR-RENOMBRE-UNO.

           IF WS-RN-NOMBRE-NORM(WS-RN-IX) = WS-BUSCA-NOMBRE
              MOVE WS-RN-IX TO WS-RN-HALLADO
           END-IF.

       2750-BUSCAR-RENOMBRE-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Ubica WS-BUSCA-CODIGO en la tabla de consolidacion y, si
      *    no esta, le abre una entrada en cero. Deja la posicion en
      *    WS-SD-HALLADO.
       2800-UBICAR-CODIGO.

           MOVE 0 TO WS-SD-HALLADO.

           PERFORM 2850-UBICAR-CODIGO-UNO
              THRU 2850-UBICAR-CODIGO-UNO-EXIT
             VARYING WS-SD-IX FROM 1 BY 1
               UNTIL WS-SD-IX > WS-SD-CANT
                  OR WS-SD-HALLADO > 0.

           IF WS-SD-HALLADO > 0
              GO TO 2800-UBICAR-CODIGO-EXIT
           END-IF.

           IF WS-SD-CANT >= 2000
              DISPLAY 'TABLA DE VENDEDORES LLENA (MAXIMO 2000)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-SD-CANT.
           MOVE WS-SD-CANT      TO WS-SD-HALLADO.
           MOVE WS-BUSCA-CODIGO TO WS-SD-CODIGO(WS-SD-CANT).
           MOVE SPACES          TO WS-SD-VENDEDOR(WS-SD-CANT).
           MOVE SPACES          TO WS-SD-SUCURSAL(WS-SD-CANT).
           MOVE 'N'             TO WS-SD-EN-LIQ(WS-SD-CANT).
           MOVE 'N'             TO WS-SD-EN-CPG(WS-SD-CANT).
           MOVE 0               TO WS-SD-IMPORTE-LIQ(WS-SD-CANT).
           MOVE 0               TO WS-SD-AGUINALDO(WS-SD-CANT).
           MOVE 0               TO WS-SD-IMPORTE-CPG(WS-SD-CANT).
           MOVE 0               TO WS-SD-COMISION(WS-SD-CANT).

       2800-UBICAR-CODIGO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2850-UBICAR-CODIGO-UNO.

           IF WS-SD-CODIGO(WS-SD-IX) = WS-BUSCA-CODIGO
              MOVE WS-SD-IX TO WS-SD-HALLADO
           END-IF.

       2850-UBICAR-CODIGO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Las dos interfaces tienen que cubrir el mismo periodo
       3000-COMPARAR-PERIODOS.

           IF WS-LIQ-H-PRESENTE NOT = 'S'
              OR WS-CPG-H-PRESENTE NOT = 'S'
              GO TO 3000-COMPARAR-PERIODOS-EXIT
           END-IF.

           IF WS-LIQ-DESDE NOT = WS-CPG-DESDE
              OR WS-LIQ-HASTA NOT = WS-CPG-HASTA
              MOVE SPACES TO WS-LINEA
              STRING 'PERIODOS DISTINTOS: LIQSAC ' WS-LIQ-DESDE
                     '-' WS-LIQ-HASTA ' VS COMIPAGO ' WS-CPG-DESDE
                     '-' WS-CPG-HASTA
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
           END-IF.

       3000-COMPARAR-PERIODOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Cada codigo tiene que venir en las dos interfaces, y con
      *    la misma venta neta (las dos salen del mismo VENTATOT)
       3500-CRUZAR-VENDEDORES.

           PERFORM 3550-CRUZAR-VENDEDOR-UNO
              THRU 3550-CRUZAR-VENDEDOR-UNO-EXIT
             VARYING WS-SD-IX FROM 1 BY 1
               UNTIL WS-SD-IX > WS-SD-CANT.

       3500-CRUZAR-VENDEDORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3550-CRUZAR-VENDEDOR-UNO.

           IF WS-SD-EN-CPG(WS-SD-IX) NOT = 'S'
              ADD 1 TO WS-SOLO-LIQ-CANT
              MOVE SPACES TO WS-LINEA
              STRING 'SOLO EN LIQSAC: ' WS-SD-CODIGO(WS-SD-IX)
                     ' ' WS-SD-VENDEDOR(WS-SD-IX)
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
              GO TO 3550-CRUZAR-VENDEDOR-UNO-EXIT
           END-IF.

           IF WS-SD-EN-LIQ(WS-SD-IX) NOT = 'S'
              ADD 1 TO WS-SOLO-CPG-CANT
              MOVE SPACES TO WS-LINEA
              STRING 'SOLO EN COMIPAGO: ' WS-SD-CODIGO(WS-SD-IX)
                     ' ' WS-SD-VENDEDOR(WS-SD-IX)
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
              GO TO 3550-CRUZAR-VENDEDOR-UNO-EXIT
           END-IF.

           IF WS-SD-IMPORTE-LIQ(WS-SD-IX)
              NOT = WS-SD-IMPORTE-CPG(WS-SD-IX)
              MOVE WS-SD-IMPORTE-LIQ(WS-SD-IX) TO WS-IMP-EDIT-A
              MOVE WS-SD-IMPORTE-CPG(WS-SD-IX) TO WS-IMP-EDIT-B
              MOVE SPACES TO WS-LINEA
              STRING 'IMPORTE ' WS-SD-CODIGO(WS-SD-IX)
                     ': LIQSAC ' WS-IMP-EDIT-A
                     ' VS COMIPAGO ' WS-IMP-EDIT-B
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 7000-GRABAR-EXCEPCION
                 THRU 7000-GRABAR-EXCEPCION-EXIT
           END-IF.

       3550-CRUZAR-VENDEDOR-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Graba SUELDOS.TXT ordenado por codigo con los vendedores
      *    presentes en las dos interfaces. Con excepciones el
      *    archivo se graba igual (para poder revisarlo), pero el
      *    RETURN-CODE 8 del veredicto lo deja retenido.
       4000-GRABAR-SUELDOS.

           PERFORM 4100-ORDENAR-SUELDOS
              THRU 4100-ORDENAR-SUELDOS-EXIT.

           OPEN OUTPUT SUELDOS.

           IF NOT FS-SUELDOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SUELDOS'
              DISPLAY 'FILE STATUS: ' FS-SUELDOS
      * SI NO ABRE EL ARCHIVO DE SALIDA DETENGO EL PROCESO
              STOP RUN
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE 'H'              TO SDO-H-TIPO.
           MOVE WS-FECHA-SISTEMA TO SDO-H-FECHA-PROCESO.
           MOVE WS-LIQ-DESDE     TO SDO-H-DESDE.
           MOVE WS-LIQ-HASTA     TO SDO-H-HASTA.

           WRITE SDO-ENCABEZADO.

           IF NOT FS-SUELDOS-OK
              DISPLAY 'ERROR AL GRABAR EL ENCABEZADO DE SUELDOS'
              DISPLAY 'FILE STATUS: ' FS-SUELDOS
              STOP RUN
           END-IF.

           PERFORM 4300-GRABAR-DETALLE-UNO
              THRU 4300-GRABAR-DETALLE-UNO-EXIT
             VARYING WS-SD-IX FROM 1 BY 1
               UNTIL WS-SD-IX > WS-SD-CANT.

           MOVE 'T'                   TO SDO-T-TIPO.
           MOVE WS-SDO-CANT           TO SDO-T-CANT.
           MOVE WS-SDO-HASH-IMPORTE   TO SDO-T-HASH-IMPORTE.
           MOVE WS-SDO-HASH-AGUINALDO TO SDO-T-HASH-AGUINALDO.
           MOVE WS-SDO-HASH-COMISION  TO SDO-T-HASH-COMISION.

           WRITE SDO-COLA.

           IF NOT FS-SUELDOS-OK
              DISPLAY 'ERROR AL GRABAR LA COLA DE SUELDOS'
              DISPLAY 'FILE STATUS: ' FS-SUELDOS
              STOP RUN
           END-IF.

           CLOSE SUELDOS.

           IF NOT FS-SUELDOS-OK
              DISPLAY 'ERROR EN CLOSE DE SUELDOS: ' FS-SUELDOS
           END-IF.

           CLOSE VENDMAST.

           IF NOT FS-VENDMAST-OK
              DISPLAY 'ERROR EN CLOSE DEL MAESTRO DE VENDEDORES: '
                      FS-VENDMAST
           END-IF.

       4000-GRABAR-SUELDOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Ordenamiento por seleccion de la tabla por codigo
       4100-ORDENAR-SUELDOS.

           PERFORM 4150-ORDENAR-PASADA
              THRU 4150-ORDENAR-PASADA-EXIT
             VARYING WS-SD-IX FROM 1 BY 1
               UNTIL WS-SD-IX >= WS-SD-CANT.

       4100-ORDENAR-SUELDOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4150-ORDENAR-PASADA.

           PERFORM 4200-ORDENAR-COMPARAR
              THRU 4200-ORDENAR-COMPARAR-EXIT
             VARYING WS-SD-IX2 FROM WS-SD-IX BY 1
               UNTIL WS-SD-IX2 >= WS-SD-CANT.

       4150-ORDENAR-PASADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4200-ORDENAR-COMPARAR.

           IF WS-SD-CODIGO(WS-SD-IX2 + 1) < WS-SD-CODIGO(WS-SD-IX)
              MOVE WS-SD-DATOS(WS-SD-IX)      TO WS-SD-AUX
              MOVE WS-SD-DATOS(WS-SD-IX2 + 1) TO WS-SD-DATOS(WS-SD-IX)
              MOVE WS-SD-AUX                  TO
                   WS-SD-DATOS(WS-SD-IX2 + 1)
           END-IF.

       4200-ORDENAR-COMPARAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4300-GRABAR-DETALLE-UNO.

           IF WS-SD-EN-LIQ(WS-SD-IX) NOT = 'S'
              OR WS-SD-EN-CPG(WS-SD-IX) NOT = 'S'
              GO TO 4300-GRABAR-DETALLE-UNO-EXIT
           END-IF.

           MOVE 'D'                         TO SDO-D-TIPO.
           MOVE WS-SD-CODIGO(WS-SD-IX)      TO SDO-D-CODIGO.
           MOVE WS-SD-VENDEDOR(WS-SD-IX)    TO SDO-D-VENDEDOR.
           MOVE WS-SD-SUCURSAL(WS-SD-IX)    TO SDO-D-SUCURSAL.
           MOVE WS-SD-IMPORTE-LIQ(WS-SD-IX) TO SDO-D-IMPORTE.
           MOVE WS-SD-AGUINALDO(WS-SD-IX)   TO SDO-D-AGUINALDO.
           MOVE WS-SD-COMISION(WS-SD-IX)    TO SDO-D-COMISION.

           WRITE SDO-DETALLE.

           IF NOT FS-SUELDOS-OK
              DISPLAY 'ERROR AL GRABAR UN DETALLE DE SUELDOS'
              DISPLAY 'FILE STATUS: ' FS-SUELDOS
              STOP RUN
           END-IF.

           ADD 1               TO WS-SDO-CANT.
           ADD SDO-D-IMPORTE   TO WS-SDO-HASH-IMPORTE.
           ADD SDO-D-AGUINALDO TO WS-SDO-HASH-AGUINALDO.
           ADD SDO-D-COMISION  TO WS-SDO-HASH-COMISION.

       4300-GRABAR-DETALLE-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Veredicto final por pantalla y por RETURN-CODE (8 = hay
      *    excepciones, retener la interfaz de sueldos)
       6000-VEREDICTO.

           MOVE SPACES TO WS-LINEA.

           IF WS-CONSOLIDADO-OK-SI
              MOVE 'SUELDOS CONSOLIDADO SIN EXCEPCIONES' TO WS-LINEA
           ELSE
              MOVE 'SUELDOS CON EXCEPCIONES, RETENER LA INTERFAZ'
                TO WS-LINEA
           END-IF.

           WRITE LINEA-EXCSUELDOS FROM WS-LINEA.

           DISPLAY '================================================'.
           DISPLAY WS-LINEA.
           DISPLAY 'DETALLES LIQSAC LEIDOS       : ' WS-LIQ-CANT.
           DISPLAY 'DETALLES COMIPAGO LEIDOS     : ' WS-CPG-CANT.
           DISPLAY 'RESUELTOS POR AUDITORIA      : '
                   WS-POR-AUDITORIA-CANT.
           DISPLAY 'DETALLES SIN CODIGO          : ' WS-SIN-CODIGO-CANT.
           DISPLAY 'CODIGOS SOLO EN LIQSAC       : ' WS-SOLO-LIQ-CANT.
           DISPLAY 'CODIGOS SOLO EN COMIPAGO     : ' WS-SOLO-CPG-CANT.
           DISPLAY 'DETALLES GRABADOS EN SUELDOS : ' WS-SDO-CANT.
           DISPLAY 'EXCEPCIONES                  : ' WS-EXC-CANT.
           DISPLAY '================================================'.

           CLOSE EXCSUELDOS.

           IF WS-CONSOLIDADO-OK-NO
              MOVE 8 TO RETURN-CODE
           END-IF.

       6000-VEREDICTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Graba una linea en el listado de excepciones y marca la
      *    consolidacion como no apta para sueldos
       7000-GRABAR-EXCEPCION.

           SET WS-CONSOLIDADO-OK-NO TO TRUE.
           ADD 1 TO WS-EXC-CANT.

           WRITE LINEA-EXCSUELDOS FROM WS-LINEA.

           IF NOT FS-EXCSUELDOS-OK
              DISPLAY 'ERROR AL GRABAR EL LISTADO DE EXCEPCIONES'
              DISPLAY 'FILE STATUS: ' FS-EXCSUELDOS
              STOP RUN
           END-IF.

           DISPLAY 'EXCEPCION: ' WS-LINEA.

       7000-GRABAR-EXCEPCION-EXIT.
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

       END PROGRAM CL12EJ17.
