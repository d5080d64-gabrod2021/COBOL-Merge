      *----------------------------------------------------------------*
      * Purpose: Reliquidacion retroactiva de comisiones. Toma una
      *          interfaz COMIPAGO.TXT ya pagada (la que graba
      *          CL12EJ09; el periodo a reliquidar es el de su
      *          encabezado H), recalcula las comisiones de ese
      *          periodo desde el maestro historico MAESVTAS.TXT con
      *          la tabla COMISTAB.TXT corregida (mismas reglas que
      *          CL12EJ09: sucursal vigente a la fecha de cada venta
      *          segun SUCHIST.TXT, tramo elegido con la venta neta
      *          total del vendedor entre las versiones vigentes a la
      *          ultima fecha del periodo) y compara, por codigo de
      *          vendedor y sucursal, contra lo pagado. Las
      *          diferencias salen en AJUSCOMI.TXT con el mismo
      *          formato H/D/T de COMIPAGO.TXT: cada detalle lleva la
      *          diferencia de venta neta y de comision (positiva o
      *          negativa) y la tasa que corresponde, de modo que lo
      *          pagado mas el ajuste da lo recalculado.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL12EJ21.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----El mismo PARAMETROS.TXT de CL12EJ01: de aca se toman los
      *    overrides COMIPAGADO= (la interfaz pagada a reliquidar),
      *    COMISIONES=, VENDEDORES=, SUCHIST=, MAESVTAS= y AJUSCOMI=.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *----La interfaz de comisiones ya pagada
       SELECT PAGADO
           ASSIGN DYNAMIC WS-NOMBRE-PAGADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGADO.

      *----La tabla de tramos de comision que mantiene CL12EJ08
       SELECT COMISTAB
           ASSIGN DYNAMIC WS-NOMBRE-COMISTAB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMISTAB.

      *----Maestro de vendedores, aca solo se lee: por la clave
      *    alternativa del nombre normalizado para llevar cada venta
      *    a su codigo
       SELECT VENDMAST
           ASSIGN DYNAMIC WS-NOMBRE-VENDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VDM-CODIGO
           ALTERNATE RECORD KEY IS VDM-NOMBRE-NORM WITH DUPLICATES
           FILE STATUS IS FS-VENDMAST.

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

      *----Interfaz de ajustes de comision para sueldos, mismo
      *    esquema H/D/T que COMIPAGO.TXT
       SELECT AJUSCOMI
           ASSIGN DYNAMIC WS-NOMBRE-AJUSCOMI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-AJUSCOMI.

      *----------------------------------------------------------------*

       DATA DIVISION.

       FILE SECTION.
      *----Definicion registro del archivo de parametros de corrida
       FD PARAMETROS.
       01 REGISTRO-PARAMETRO                PIC X(80).

      *----Mismo layout que graba CL12EJ09
       FD PAGADO.
       01 PAG-ENCABEZADO.
          05 PAG-H-TIPO                  PIC X(01).
          05 PAG-H-FECHA-PROCESO         PIC 9(08).
          05 PAG-H-DESDE                 PIC X(08).
          05 PAG-H-HASTA                 PIC X(08).
       01 PAG-DETALLE.
          05 PAG-D-TIPO                  PIC X(01).
          05 PAG-D-CODIGO                PIC 9(05).
          05 PAG-D-VENDEDOR              PIC X(30).
          05 PAG-D-SUCURSAL              PIC X(01).
          05 PAG-D-IMPORTE               PIC S9(8)V9(2)
                                          SIGN LEADING SEPARATE.
          05 PAG-D-TASA                  PIC 9(2)V9(2).
          05 PAG-D-COMISION              PIC S9(8)V9(2)
                                          SIGN LEADING SEPARATE.
       01 PAG-COLA.
          05 PAG-T-TIPO                  PIC X(01).
          05 PAG-T-CANT                  PIC 9(05).
          05 PAG-T-HASH-IMPORTE          PIC S9(10)V9(2)
                                          SIGN LEADING SEPARATE.
          05 PAG-T-HASH-COMISION         PIC S9(10)V9(2)
                                          SIGN LEADING SEPARATE.

      *----Mismo layout que graba CL12EJ08
       FD COMISTAB.
       01 REGISTRO-COMISTAB.
          05 CMT-SUCURSAL                PIC X(01).
          05 CMT-TRAMO-DESDE             PIC 9(8)V9(2).
          05 CMT-TASA                    PIC 9(2)V9(2).
          05 CMT-VIG-DESDE               PIC 9(08).
          05 CMT-VIG-HASTA               PIC 9(08).

      *----Mismo layout que mantiene CL12EJ02
       FD VENDMAST.
       01 REGISTRO-VENDMAST.
          05 VDM-CODIGO                  PIC 9(05).
          05 VDM-NOMBRE                  PIC X(30).
          05 VDM-NOMBRE-NORM             PIC X(30).
          05 VDM-SUCURSAL                PIC X(01).
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

      *----Mismo layout que SALIDA-TOT de CL12EJ01 (y que el maestro
      *    historico de CL12EJ06)
       FD VENTAS.
       01 REG-VENTA.
          05 VTA-FECHA                  PIC X(08).
          05 VTA-VENDEDOR               PIC X(30).
          05 VTA-IMPORTE                PIC 9(8)V9(2).
          05 VTA-SUCURSAL               PIC X(01).
          05 VTA-TIPO-MOV               PIC X(01).

      *----Definicion registros de la interfaz de ajustes: el mismo
      *    layout de COMIPAGO.TXT; en el detalle, importe y comision
      *    son la diferencia entre lo recalculado y lo pagado y la
      *    tasa es la que corresponde con la tabla corregida.
       FD AJUSCOMI.
       01 AJU-ENCABEZADO.
          05 AJU-H-TIPO                  PIC X(01).
          05 AJU-H-FECHA-PROCESO         PIC 9(08).
          05 AJU-H-DESDE                 PIC X(08).
          05 AJU-H-HASTA                 PIC X(08).
       01 AJU-DETALLE.
          05 AJU-D-TIPO                  PIC X(01).
          05 AJU-D-CODIGO                PIC 9(05).
          05 AJU-D-VENDEDOR              PIC X(30).
          05 AJU-D-SUCURSAL              PIC X(01).
          05 AJU-D-IMPORTE               PIC S9(8)V9(2)
                                          SIGN LEADING SEPARATE.
          05 AJU-D-TASA                  PIC 9(2)V9(2).
          05 AJU-D-COMISION              PIC S9(8)V9(2)
                                          SIGN LEADING SEPARATE.
       01 AJU-COLA.
          05 AJU-T-TIPO                  PIC X(01).
          05 AJU-T-CANT                  PIC 9(05).
          05 AJU-T-HASH-IMPORTE          PIC S9(10)V9(2)
                                          SIGN LEADING SEPARATE.
          05 AJU-T-HASH-COMISION         PIC S9(10)V9(2)
                                          SIGN LEADING SEPARATE.

      *----------------------------------------------------------------*

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                PIC X(2).
             88 FS-PARAMETROS-OK            VALUE '00'.
             88 FS-PARAMETROS-EOF           VALUE '10'.
             88 FS-PARAMETROS-NOEXISTE      VALUE '35'.
          05 FS-PAGADO                    PIC X(2).
             88 FS-PAGADO-OK                VALUE '00'.
             88 FS-PAGADO-EOF               VALUE '10'.
             88 FS-PAGADO-NOEXISTE          VALUE '35'.
          05 FS-COMISTAB                  PIC X(2).
             88 FS-COMISTAB-OK              VALUE '00'.
             88 FS-COMISTAB-EOF             VALUE '10'.
             88 FS-COMISTAB-NOEXISTE        VALUE '35'.
          05 FS-VENDMAST                  PIC X(2).
             88 FS-VENDMAST-OK              VALUE '00'.
             88 FS-VENDMAST-EOF             VALUE '10'.
             88 FS-VENDMAST-NOEXISTE        VALUE '35'.
             88 FS-VENDMAST-NOHALLADO       VALUE '23'.
          05 FS-SUCHIST                   PIC X(2).
             88 FS-SUCHIST-OK               VALUE '00'.
             88 FS-SUCHIST-EOF              VALUE '10'.
             88 FS-SUCHIST-NOEXISTE         VALUE '35'.
          05 FS-VENTAS                    PIC X(2).
             88 FS-VENTAS-OK                VALUE '00'.
             88 FS-VENTAS-EOF               VALUE '10'.
             88 FS-VENTAS-NOEXISTE          VALUE '35'.
          05 FS-AJUSCOMI                  PIC X(2).
             88 FS-AJUSCOMI-OK              VALUE '00'.

      *----Nombres de los archivos, con los overrides de
      *    PARAMETROS.TXT aplicados en 0050-LEER-PARAMETROS
       01 WS-NOMBRE-PAGADO              PIC X(40)
          VALUE '../COMIPAGO.TXT'.
       01 WS-NOMBRE-COMISTAB            PIC X(40)
          VALUE '../COMISTAB.TXT'.
       01 WS-NOMBRE-VENDMAST            PIC X(40)
          VALUE '../VENDEDORES.DAT'.
       01 WS-NOMBRE-SUCHIST             PIC X(40)
          VALUE '../SUCHIST.TXT'.
       01 WS-NOMBRE-VENTAS              PIC X(40)
          VALUE '../MAESVTAS.TXT'.
       01 WS-NOMBRE-AJUSCOMI            PIC X(40)
          VALUE '../AJUSCOMI.TXT'.

      *----Campos de trabajo para partir cada linea CLAVE=VALOR del
      *    archivo de parametros.
       01 WS-PARM-LINEA                 PIC X(80).
       01 WS-PARM-CLAVE                 PIC X(20).
       01 WS-PARM-VALOR                 PIC X(40).
       01 WS-PARAMETROS-EOF             PIC X(01) VALUE 'N'.
          88 WS-PARAMETROS-EOF-YES            VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO             VALUE 'N'.

       01 WS-PAGADO-EOF                 PIC X(01) VALUE 'N'.
          88 WS-PAGADO-EOF-YES                VALUE 'Y'.
          88 WS-PAGADO-EOF-NO                 VALUE 'N'.
       01 WS-COMISTAB-EOF               PIC X(01) VALUE 'N'.
          88 WS-COMISTAB-EOF-YES              VALUE 'Y'.
          88 WS-COMISTAB-EOF-NO               VALUE 'N'.
       01 WS-SUCHIST-EOF                PIC X(01) VALUE 'N'.
          88 WS-SUCHIST-EOF-YES               VALUE 'Y'.
          88 WS-SUCHIST-EOF-NO                VALUE 'N'.
       01 WS-VENTAS-EOF                 PIC X(01) VALUE 'N'.
          88 WS-VENTAS-EOF-YES                VALUE 'Y'.
          88 WS-VENTAS-EOF-NO                 VALUE 'N'.

      *----Control de la interfaz pagada: presencia de encabezado y
      *    cola y lo recontado de los detalles
       01 WS-PAG-H-PRESENTE             PIC X(01) VALUE 'N'.
       01 WS-PAG-T-PRESENTE             PIC X(01) VALUE 'N'.
       01 WS-PAG-CANT                   PIC 9(05) VALUE 0.
       01 WS-PAG-HASH-IMPORTE           PIC S9(10)V9(2) VALUE 0.
       01 WS-PAG-HASH-COMISION          PIC S9(10)V9(2) VALUE 0.

      *----Periodo a reliquidar, tomado del encabezado de lo pagado
       01 WS-PER-DESDE                  PIC X(08) VALUE SPACES.
       01 WS-PER-HASTA                  PIC X(08) VALUE SPACES.
       01 WS-PER-DESDE-N                PIC 9(08) VALUE 0.
       01 WS-PER-HASTA-N                PIC 9(08) VALUE 0.
       01 WS-FECHA-AAAAMMDD             PIC 9(08) VALUE 0.
       01 WS-FECHA-SISTEMA              PIC 9(08) VALUE 0.

      *----Tabla en memoria de los tramos de comision, misma
      *    capacidad que mantiene CL12EJ08
       01 WS-CT-CANT                    PIC 9(03) VALUE 0.
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

      *----Tabla de la comparacion: una posicion por codigo de
      *    vendedor y sucursal, con lo pagado (de la interfaz) y lo
      *    recalculado (de las ventas), igual que los detalles de
      *    COMIPAGO
       01 WS-AJ-CANT                    PIC 9(04) VALUE 0.
       01 WS-AJ-IX                      PIC 9(04) COMP.
       01 WS-AJ-IX2                     PIC 9(04) COMP.
       01 WS-AJ-HALLADO                 PIC 9(04) VALUE 0.
       01 WS-TABLA-AJUSTES.
          05 WS-AJ-DATOS OCCURS 2000 TIMES.
             10 WS-AJ-CODIGO                 PIC 9(05).
             10 WS-AJ-SUCURSAL               PIC X(01).
             10 WS-AJ-VENDEDOR               PIC X(30).
             10 WS-AJ-IMP-PAGADO             PIC S9(10)V9(2).
             10 WS-AJ-COM-PAGADA             PIC S9(10)V9(2).
             10 WS-AJ-IMP-NUEVO              PIC S9(10)V9(2).
             10 WS-AJ-TASA                   PIC 9(2)V9(2).
             10 WS-AJ-COM-NUEVA              PIC S9(10)V9(2).

      *----Clave buscada en la tabla de la comparacion
       01 WS-BUSCA-CODIGO               PIC 9(05) VALUE 0.
       01 WS-BUSCA-SUCURSAL             PIC X(01) VALUE SPACES.
       01 WS-BUSCA-VENDEDOR             PIC X(30) VALUE SPACES.

      *----Resultado de la busqueda por clave del vendedor de la
      *    venta (el registro hallado queda en el buffer del FD)
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

      *----Recalculo de una posicion: venta neta total del vendedor
      *    (elige el tramo), tramo elegido y diferencias
       01 WS-VEND-IMPORTE               PIC S9(10)V9(2) VALUE 0.
       01 WS-TASA-APLICADA              PIC 9(2)V9(2) VALUE 0.
       01 WS-TRAMO-MAYOR                PIC 9(8)V9(2) VALUE 0.
       01 WS-DIF-IMPORTE                PIC S9(10)V9(2) VALUE 0.
       01 WS-DIF-COMISION               PIC S9(10)V9(2) VALUE 0.

      *----Acumuladores de control de la cola de ajustes
       01 WS-AJU-CANT                   PIC 9(05) VALUE 0.
       01 WS-AJU-HASH-IMPORTE           PIC S9(10)V9(2) VALUE 0.
       01 WS-AJU-HASH-COMISION          PIC S9(10)V9(2) VALUE 0.

      *----Contadores y totales del resumen final
       01 WS-VTA-LEIDAS                 PIC 9(07) VALUE 0.
       01 WS-VTA-DEL-PERIODO            PIC 9(07) VALUE 0.
       01 WS-VTA-SIN-MAESTRO            PIC 9(07) VALUE 0.
       01 WS-PAG-SIN-CODIGO             PIC 9(05) VALUE 0.
       01 WS-SIN-TRAMO-CANT             PIC 9(05) VALUE 0.
       01 WS-AJU-POSITIVOS              PIC 9(05) VALUE 0.
       01 WS-AJU-NEGATIVOS              PIC 9(05) VALUE 0.
       01 WS-TOT-COM-PAGADA             PIC S9(10)V9(2) VALUE 0.
       01 WS-TOT-COM-NUEVA              PIC S9(10)V9(2) VALUE 0.
       01 WS-TOT-POSITIVO               PIC S9(10)V9(2) VALUE 0.
       01 WS-TOT-NEGATIVO               PIC S9(10)V9(2) VALUE 0.
       01 WS-IMP-EDIT                   PIC Z.ZZZ.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0050-LEER-PARAMETROS
              THRU 0050-LEER-PARAMETROS-EXIT.

           PERFORM 1000-CARGAR-COMISIONES
              THRU 1000-CARGAR-COMISIONES-EXIT.

           PERFORM 1200-LEER-PAGADO
              THRU 1200-LEER-PAGADO-EXIT.

           PERFORM 1300-CARGAR-HISTORIAL
              THRU 1300-CARGAR-HISTORIAL-EXIT.

           PERFORM 1400-ABRIR-VENDEDORES
              THRU 1400-ABRIR-VENDEDORES-EXIT.

           PERFORM 1500-ABRIR-VENTAS
              THRU 1500-ABRIR-VENTAS-EXIT.

           PERFORM 2000-ACUMULAR-VENTA-UNA
              THRU 2000-ACUMULAR-VENTA-UNA-EXIT
              UNTIL WS-VENTAS-EOF-YES.

           CLOSE VENTAS.

           CLOSE VENDMAST.

           IF NOT FS-VENDMAST-OK
              DISPLAY 'ERROR EN CLOSE DEL MAESTRO DE VENDEDORES: '
                      FS-VENDMAST
           END-IF.

           PERFORM 3000-RELIQUIDAR
              THRU 3000-RELIQUIDAR-EXIT.

           PERFORM 3500-GRABAR-AJUSTES
              THRU 3500-GRABAR-AJUSTES-EXIT.

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
               WHEN 'COMIPAGADO'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-PAGADO
               WHEN 'COMISIONES'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-COMISTAB
               WHEN 'VENDEDORES'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-VENDMAST
               WHEN 'SUCHIST'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUCHIST
               WHEN 'MAESVTAS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-VENTAS
               WHEN 'AJUSCOMI'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-AJUSCOMI
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       0055-LEER-PARAMETROS-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga la tabla de tramos corregida, igual que
      *    1000-CARGAR-COMISIONES de CL12EJ09.
       1000-CARGAR-COMISIONES.

           OPEN INPUT COMISTAB.

           IF FS-COMISTAB-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-COMISTAB
              DISPLAY 'CORRER CL12EJ08 PARA CARGAR LA TABLA'
              STOP RUN
           END-IF.

           IF NOT FS-COMISTAB-OK
              DISPLAY 'ERROR AL ABRIR LA TABLA DE COMISIONES'
              DISPLAY 'FILE STATUS: ' FS-COMISTAB
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-COMISTAB-EOF.

           PERFORM 1100-CARGAR-TRAMO-UNO
              THRU 1100-CARGAR-TRAMO-UNO-EXIT
              UNTIL WS-COMISTAB-EOF-YES.

           CLOSE COMISTAB.

           IF WS-CT-CANT = 0
              DISPLAY 'TABLA DE COMISIONES VACIA, NADA QUE LIQUIDAR'
              STOP RUN
           END-IF.

       1000-CARGAR-COMISIONES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-CARGAR-TRAMO-UNO.

           READ COMISTAB.

           IF FS-COMISTAB-EOF
              SET WS-COMISTAB-EOF-YES TO TRUE
              GO TO 1100-CARGAR-TRAMO-UNO-EXIT
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
      *----Lee la interfaz pagada entera: el encabezado da el periodo
      *    a reliquidar, los detalles van a la tabla de comparacion y
      *    la cola se cruza contra lo recontado. Una interfaz que no
      *    cuadra no sirve de base para ajustar: se detiene el proceso.
       1200-LEER-PAGADO.

           OPEN INPUT PAGADO.

           IF FS-PAGADO-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-PAGADO
              DISPLAY 'SIN LO PAGADO NO HAY CONTRA QUE AJUSTAR'
              STOP RUN
           END-IF.

           IF NOT FS-PAGADO-OK
              DISPLAY 'ERROR AL ABRIR LA INTERFAZ PAGADA'
              DISPLAY 'FILE STATUS: ' FS-PAGADO
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-PAGADO-EOF.

           PERFORM 1250-LEER-PAGADO-UNO
              THRU 1250-LEER-PAGADO-UNO-EXIT
              UNTIL WS-PAGADO-EOF-YES.

           CLOSE PAGADO.

           IF WS-PAG-H-PRESENTE NOT = 'S'
              OR WS-PAG-T-PRESENTE NOT = 'S'
              DISPLAY WS-NOMBRE-PAGADO ' SIN ENCABEZADO H O COLA T'
              STOP RUN
           END-IF.

           IF WS-PER-DESDE NOT NUMERIC
              OR WS-PER-HASTA NOT NUMERIC
              DISPLAY 'PERIODO INVALIDO EN EL ENCABEZADO: '
                      WS-PER-DESDE ' ' WS-PER-HASTA
              STOP RUN
           END-IF.

           MOVE WS-PER-DESDE TO WS-PER-DESDE-N.
           MOVE WS-PER-HASTA TO WS-PER-HASTA-N.

       1200-LEER-PAGADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-LEER-PAGADO-UNO.

           READ PAGADO.

           IF FS-PAGADO-EOF
              SET WS-PAGADO-EOF-YES TO TRUE
              GO TO 1250-LEER-PAGADO-UNO-EXIT
           END-IF.

           IF NOT FS-PAGADO-OK
              DISPLAY 'ERROR AL LEER LA INTERFAZ PAGADA'
              DISPLAY 'FILE STATUS: ' FS-PAGADO
              STOP RUN
           END-IF.

           EVALUATE PAG-H-TIPO
               WHEN 'H'
                    MOVE 'S'         TO WS-PAG-H-PRESENTE
                    MOVE PAG-H-DESDE TO WS-PER-DESDE
                    MOVE PAG-H-HASTA TO WS-PER-HASTA
               WHEN 'D'
                    PERFORM 1270-CARGAR-PAGADO-DETALLE
                       THRU 1270-CARGAR-PAGADO-DETALLE-EXIT
               WHEN 'T'
                    MOVE 'S' TO WS-PAG-T-PRESENTE
                    PERFORM 1280-CONTROLAR-PAGADO-COLA
                       THRU 1280-CONTROLAR-PAGADO-COLA-EXIT
               WHEN OTHER
                    DISPLAY 'INTERFAZ PAGADA CON REGISTRO DE TIPO '
                            'DESCONOCIDO: ' PAG-H-TIPO
                    STOP RUN
           END-EVALUATE.

       1250-LEER-PAGADO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Un detalle pagado. Codigo 0 es el vendedor que CL12EJ09 no
      *    hallo en el maestro y se pago con comision 0: no tiene
      *    codigo contra el que ajustar.
       1270-CARGAR-PAGADO-DETALLE.

           ADD 1              TO WS-PAG-CANT.
           ADD PAG-D-IMPORTE  TO WS-PAG-HASH-IMPORTE.
           ADD PAG-D-COMISION TO WS-PAG-HASH-COMISION.

           IF PAG-D-CODIGO = 0
              ADD 1 TO WS-PAG-SIN-CODIGO
              GO TO 1270-CARGAR-PAGADO-DETALLE-EXIT
           END-IF.

           MOVE PAG-D-CODIGO   TO WS-BUSCA-CODIGO.
           MOVE PAG-D-SUCURSAL TO WS-BUSCA-SUCURSAL.
           MOVE PAG-D-VENDEDOR TO WS-BUSCA-VENDEDOR.

           PERFORM 2200-UBICAR-AJUSTE
              THRU 2200-UBICAR-AJUSTE-EXIT.

           ADD PAG-D-IMPORTE  TO WS-AJ-IMP-PAGADO(WS-AJ-HALLADO).
           ADD PAG-D-COMISION TO WS-AJ-COM-PAGADA(WS-AJ-HALLADO).
           ADD PAG-D-COMISION TO WS-TOT-COM-PAGADA.

       1270-CARGAR-PAGADO-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Cruza la cola de la interfaz pagada contra lo recontado
       1280-CONTROLAR-PAGADO-COLA.

           IF PAG-T-CANT NOT = WS-PAG-CANT
              OR PAG-T-HASH-IMPORTE NOT = WS-PAG-HASH-IMPORTE
              OR PAG-T-HASH-COMISION NOT = WS-PAG-HASH-COMISION
              DISPLAY 'LA COLA DE ' WS-NOMBRE-PAGADO
                      ' NO CUADRA CON SUS DETALLES'
              DISPLAY 'DETALLES LEIDOS: ' WS-PAG-CANT
                      ' COLA: ' PAG-T-CANT
              STOP RUN
           END-IF.

       1280-CONTROLAR-PAGADO-COLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga el historial de sucursales. Es opcional: sin
      *    historial todas las ventas van a la sucursal actual del
      *    maestro, igual que en CL12EJ09.
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
      *----Abre el maestro de vendedores y lo deja abierto para las
      *    lecturas directas de 2100-BUSCAR-VENDEDOR; sin maestro no
      *    hay codigo ni sucursal, igual que en CL12EJ09.
       1400-ABRIR-VENDEDORES.

           OPEN INPUT VENDMAST.

           IF FS-VENDMAST-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-VENDMAST
              DISPLAY 'SIN MAESTRO NO SE PUEDEN LIQUIDAR COMISIONES'
              STOP RUN
           END-IF.

           IF NOT FS-VENDMAST-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE VENDEDORES'
              DISPLAY 'FILE STATUS: ' FS-VENDMAST
              STOP RUN
           END-IF.

       1400-ABRIR-VENDEDORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Abre el maestro historico de ventas. Aca no se cae al
      *    VENTATOT de la corrida: el periodo a reliquidar es uno ya
      *    pagado y solo el maestro historico lo tiene entero.
       1500-ABRIR-VENTAS.

           OPEN INPUT VENTAS.

           IF FS-VENTAS-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-VENTAS
              DISPLAY 'CORRER CL12EJ06 PARA ARMAR EL MAESTRO HISTORICO'
              STOP RUN
           END-IF.

           IF NOT FS-VENTAS-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO HISTORICO DE VENTAS'
              DISPLAY 'FILE STATUS: ' FS-VENTAS
              STOP RUN
           END-IF.

           MOVE 'N' TO WS-VENTAS-EOF.

       1500-ABRIR-VENTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Lee una venta, filtra por el periodo pagado, la lleva al
      *    codigo del vendedor y a la sucursal vigente ese dia y la
      *    suma con su signo a la posicion de la comparacion.
       2000-ACUMULAR-VENTA-UNA.

           READ VENTAS.

           IF FS-VENTAS-EOF
              SET WS-VENTAS-EOF-YES TO TRUE
              GO TO 2000-ACUMULAR-VENTA-UNA-EXIT
           END-IF.

           IF NOT FS-VENTAS-OK
              DISPLAY 'ERROR AL LEER EL MAESTRO HISTORICO DE VENTAS'
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

           IF WS-FECHA-AAAAMMDD < WS-PER-DESDE-N
              OR WS-FECHA-AAAAMMDD > WS-PER-HASTA-N
              GO TO 2000-ACUMULAR-VENTA-UNA-EXIT
           END-IF.

           ADD 1 TO WS-VTA-DEL-PERIODO.

           PERFORM 2100-BUSCAR-VENDEDOR
              THRU 2100-BUSCAR-VENDEDOR-EXIT.

      *----Sin codigo la venta tampoco se comisiono: CL12EJ09 la paga
      *    con codigo 0 y comision 0
           IF WS-VEND-MAESTRO-NO
              ADD 1 TO WS-VTA-SIN-MAESTRO
              GO TO 2000-ACUMULAR-VENTA-UNA-EXIT
           END-IF.

           IF VTA-TIPO-MOV = 'D'
              COMPUTE WS-MOV-IMPORTE = 0 - VTA-IMPORTE
           ELSE
              MOVE VTA-IMPORTE TO WS-MOV-IMPORTE
           END-IF.

           MOVE VDM-CODIGO        TO WS-SV-CODIGO.
           MOVE WS-FECHA-AAAAMMDD TO WS-SV-FECHA.
           MOVE VDM-SUCURSAL      TO WS-SV-ACTUAL.

           PERFORM 8200-SUCURSAL-VIGENTE
              THRU 8200-SUCURSAL-VIGENTE-EXIT.

           MOVE VDM-CODIGO     TO WS-BUSCA-CODIGO.
           MOVE WS-SV-SUCURSAL TO WS-BUSCA-SUCURSAL.
           MOVE VTA-VENDEDOR   TO WS-BUSCA-VENDEDOR.

           PERFORM 2200-UBICAR-AJUSTE
              THRU 2200-UBICAR-AJUSTE-EXIT.

           ADD WS-MOV-IMPORTE TO WS-AJ-IMP-NUEVO(WS-AJ-HALLADO).

       2000-ACUMULAR-VENTA-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Resuelve el nombre de la venta a su codigo con una
      *    lectura directa por la clave alternativa del nombre
      *    normalizado, igual que 2500-BUSCAR-VENDEDOR de CL12EJ09.
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
      *----Ubica la posicion de WS-BUSCA-CODIGO + WS-BUSCA-SUCURSAL en
      *    la tabla de comparacion y la deja en WS-AJ-HALLADO; si no
      *    esta la agrega en cero con el nombre WS-BUSCA-VENDEDOR.
       2200-UBICAR-AJUSTE.

           MOVE 0 TO WS-AJ-HALLADO.

           PERFORM 2250-UBICAR-AJUSTE-UNO
              THRU 2250-UBICAR-AJUSTE-UNO-EXIT
             VARYING WS-AJ-IX FROM 1 BY 1
               UNTIL WS-AJ-IX > WS-AJ-CANT
                  OR WS-AJ-HALLADO > 0.

           IF WS-AJ-HALLADO > 0
              GO TO 2200-UBICAR-AJUSTE-EXIT
           END-IF.

           IF WS-AJ-CANT >= 2000
              DISPLAY 'TABLA DE AJUSTES LLENA (MAXIMO 2000)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-AJ-CANT.
           MOVE WS-AJ-CANT TO WS-AJ-HALLADO.
           INITIALIZE WS-AJ-DATOS(WS-AJ-HALLADO).
           MOVE WS-BUSCA-CODIGO   TO WS-AJ-CODIGO(WS-AJ-HALLADO).
           MOVE WS-BUSCA-SUCURSAL TO WS-AJ-SUCURSAL(WS-AJ-HALLADO).
           MOVE WS-BUSCA-VENDEDOR TO WS-AJ-VENDEDOR(WS-AJ-HALLADO).

       2200-UBICAR-AJUSTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-UBICAR-AJUSTE-UNO.

           IF WS-AJ-CODIGO(WS-AJ-IX) = WS-BUSCA-CODIGO
              AND WS-AJ-SUCURSAL(WS-AJ-IX) = WS-BUSCA-SUCURSAL
              MOVE WS-AJ-IX TO WS-AJ-HALLADO
           END-IF.

       2250-UBICAR-AJUSTE-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Recalcula la comision de cada posicion con la tabla
      *    corregida, mismas reglas que 2450-GRABAR-DETALLE-SUC de
      *    CL12EJ09: tramo elegido en la tabla de la sucursal con la
      *    venta neta total del vendedor, tasa aplicada al neto de la
      *    sucursal.
       3000-RELIQUIDAR.

           PERFORM 3100-RELIQUIDAR-UNO
              THRU 3100-RELIQUIDAR-UNO-EXIT
             VARYING WS-AJ-IX FROM 1 BY 1
               UNTIL WS-AJ-IX > WS-AJ-CANT.

       3000-RELIQUIDAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-RELIQUIDAR-UNO.

           MOVE 0 TO WS-VEND-IMPORTE.

           PERFORM 3150-SUMAR-VENDEDOR-UNO
              THRU 3150-SUMAR-VENDEDOR-UNO-EXIT
             VARYING WS-AJ-IX2 FROM 1 BY 1
               UNTIL WS-AJ-IX2 > WS-AJ-CANT.

           PERFORM 3200-ELEGIR-TRAMO
              THRU 3200-ELEGIR-TRAMO-EXIT.

           MOVE WS-TASA-APLICADA TO WS-AJ-TASA(WS-AJ-IX).
           COMPUTE WS-AJ-COM-NUEVA(WS-AJ-IX) ROUNDED =
              WS-AJ-IMP-NUEVO(WS-AJ-IX) * WS-TASA-APLICADA / 100.

           ADD WS-AJ-COM-NUEVA(WS-AJ-IX) TO WS-TOT-COM-NUEVA.

       3100-RELIQUIDAR-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3150-SUMAR-VENDEDOR-UNO.

           IF WS-AJ-CODIGO(WS-AJ-IX2) = WS-AJ-CODIGO(WS-AJ-IX)
              ADD WS-AJ-IMP-NUEVO(WS-AJ-IX2) TO WS-VEND-IMPORTE
           END-IF.

       3150-SUMAR-VENDEDOR-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Elige el tramo de la sucursal de la posicion WS-AJ-IX, igual
      *    que 2600-ELEGIR-TRAMO de CL12EJ09: el de mayor importe-desde
      *    que la venta neta del vendedor alcanza, entre las versiones
      *    vigentes a la ultima fecha del periodo.
       3200-ELEGIR-TRAMO.

           MOVE 0 TO WS-TASA-APLICADA.
           MOVE 0 TO WS-TRAMO-MAYOR.
           MOVE 0 TO WS-CT-HALLADO.

           IF WS-VEND-IMPORTE <= 0
              ADD 1 TO WS-SIN-TRAMO-CANT
              GO TO 3200-ELEGIR-TRAMO-EXIT
           END-IF.

           PERFORM 3250-ELEGIR-TRAMO-UNO
              THRU 3250-ELEGIR-TRAMO-UNO-EXIT
             VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-CANT.

           IF WS-CT-HALLADO = 0
              ADD 1 TO WS-SIN-TRAMO-CANT
           END-IF.

       3200-ELEGIR-TRAMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3250-ELEGIR-TRAMO-UNO.

           IF WS-CT-SUCURSAL(WS-CT-IX) = WS-AJ-SUCURSAL(WS-AJ-IX)
              AND WS-CT-VIG-DESDE(WS-CT-IX) <= WS-PER-HASTA-N
              AND WS-CT-VIG-HASTA(WS-CT-IX) >= WS-PER-HASTA-N
              AND WS-VEND-IMPORTE >= WS-CT-TRAMO-DESDE(WS-CT-IX)
              AND (WS-CT-HALLADO = 0
                 OR WS-CT-TRAMO-DESDE(WS-CT-IX) > WS-TRAMO-MAYOR)
              MOVE WS-CT-IX                    TO WS-CT-HALLADO
              MOVE WS-CT-TRAMO-DESDE(WS-CT-IX) TO WS-TRAMO-MAYOR
              MOVE WS-CT-TASA(WS-CT-IX)        TO WS-TASA-APLICADA
           END-IF.

       3250-ELEGIR-TRAMO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Graba la interfaz de ajustes: encabezado con el periodo
      *    reliquidado, un detalle por cada posicion cuya venta neta
      *    o comision recalculada difiere de lo pagado, y la cola de
      *    control.
       3500-GRABAR-AJUSTES.

           OPEN OUTPUT AJUSCOMI.

           IF NOT FS-AJUSCOMI-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE AJUSCOMI'
              DISPLAY 'FILE STATUS: ' FS-AJUSCOMI
      * SI NO ABRE EL ARCHIVO DE SALIDA DETENGO EL PROCESO
              STOP RUN
           END-IF.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE 'H'              TO AJU-H-TIPO.
           MOVE WS-FECHA-SISTEMA TO AJU-H-FECHA-PROCESO.
           MOVE WS-PER-DESDE     TO AJU-H-DESDE.
           MOVE WS-PER-HASTA     TO AJU-H-HASTA.

           WRITE AJU-ENCABEZADO.

           IF NOT FS-AJUSCOMI-OK
              DISPLAY 'ERROR AL GRABAR EL ENCABEZADO DE AJUSCOMI'
              DISPLAY 'FILE STATUS: ' FS-AJUSCOMI
              STOP RUN
           END-IF.

           PERFORM 3550-GRABAR-AJUSTE-UNO
              THRU 3550-GRABAR-AJUSTE-UNO-EXIT
             VARYING WS-AJ-IX FROM 1 BY 1
               UNTIL WS-AJ-IX > WS-AJ-CANT.

           MOVE 'T'                  TO AJU-T-TIPO.
           MOVE WS-AJU-CANT          TO AJU-T-CANT.
           MOVE WS-AJU-HASH-IMPORTE  TO AJU-T-HASH-IMPORTE.
           MOVE WS-AJU-HASH-COMISION TO AJU-T-HASH-COMISION.

           WRITE AJU-COLA.

           IF NOT FS-AJUSCOMI-OK
              DISPLAY 'ERROR AL GRABAR LA COLA DE AJUSCOMI'
              DISPLAY 'FILE STATUS: ' FS-AJUSCOMI
              STOP RUN
           END-IF.

           CLOSE AJUSCOMI.

           IF NOT FS-AJUSCOMI-OK
              DISPLAY 'ERROR EN CLOSE DE AJUSCOMI: ' FS-AJUSCOMI
           END-IF.

       3500-GRABAR-AJUSTES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3550-GRABAR-AJUSTE-UNO.

           COMPUTE WS-DIF-IMPORTE  = WS-AJ-IMP-NUEVO(WS-AJ-IX)
                                   - WS-AJ-IMP-PAGADO(WS-AJ-IX).
           COMPUTE WS-DIF-COMISION = WS-AJ-COM-NUEVA(WS-AJ-IX)
                                   - WS-AJ-COM-PAGADA(WS-AJ-IX).

           IF WS-DIF-IMPORTE = 0 AND WS-DIF-COMISION = 0
              GO TO 3550-GRABAR-AJUSTE-UNO-EXIT
           END-IF.

           MOVE 'D'                      TO AJU-D-TIPO.
           MOVE WS-AJ-CODIGO(WS-AJ-IX)   TO AJU-D-CODIGO.
           MOVE WS-AJ-VENDEDOR(WS-AJ-IX) TO AJU-D-VENDEDOR.
           MOVE WS-AJ-SUCURSAL(WS-AJ-IX) TO AJU-D-SUCURSAL.
           MOVE WS-DIF-IMPORTE           TO AJU-D-IMPORTE.
           MOVE WS-AJ-TASA(WS-AJ-IX)     TO AJU-D-TASA.
           MOVE WS-DIF-COMISION          TO AJU-D-COMISION.

           WRITE AJU-DETALLE.

           IF NOT FS-AJUSCOMI-OK
              DISPLAY 'ERROR AL GRABAR UN DETALLE DE AJUSCOMI'
              DISPLAY 'FILE STATUS: ' FS-AJUSCOMI
              STOP RUN
           END-IF.

           ADD 1               TO WS-AJU-CANT.
           ADD AJU-D-IMPORTE   TO WS-AJU-HASH-IMPORTE.
           ADD AJU-D-COMISION  TO WS-AJU-HASH-COMISION.

           IF WS-DIF-COMISION > 0
              ADD 1               TO WS-AJU-POSITIVOS
              ADD WS-DIF-COMISION TO WS-TOT-POSITIVO
           END-IF.

           IF WS-DIF-COMISION < 0
              ADD 1               TO WS-AJU-NEGATIVOS
              ADD WS-DIF-COMISION TO WS-TOT-NEGATIVO
           END-IF.

       3550-GRABAR-AJUSTE-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-MOSTRAR-RESUMEN.

           DISPLAY '================================================'.
           DISPLAY 'PERIODO RELIQUIDADO           : '
                   WS-PER-DESDE ' - ' WS-PER-HASTA.
           DISPLAY 'DETALLES PAGADOS LEIDOS       : ' WS-PAG-CANT.
           DISPLAY 'PAGADOS SIN CODIGO            : '
                   WS-PAG-SIN-CODIGO.
           DISPLAY 'VENTAS DEL PERIODO            : '
                   WS-VTA-DEL-PERIODO.
           DISPLAY 'VENTAS SIN MAESTRO            : '
                   WS-VTA-SIN-MAESTRO.
           DISPLAY 'POSICIONES SIN TRAMO (TASA 0) : '
                   WS-SIN-TRAMO-CANT.
           MOVE WS-TOT-COM-PAGADA TO WS-IMP-EDIT.
           DISPLAY 'COMISION PAGADA               : ' WS-IMP-EDIT.
           MOVE WS-TOT-COM-NUEVA TO WS-IMP-EDIT.
           DISPLAY 'COMISION RECALCULADA          : ' WS-IMP-EDIT.
           DISPLAY 'AJUSTES A FAVOR DEL VENDEDOR  : '
                   WS-AJU-POSITIVOS.
           MOVE WS-TOT-POSITIVO TO WS-IMP-EDIT.
           DISPLAY '  IMPORTE                     : ' WS-IMP-EDIT.
           DISPLAY 'AJUSTES EN CONTRA             : '
                   WS-AJU-NEGATIVOS.
           MOVE WS-TOT-NEGATIVO TO WS-IMP-EDIT.
           DISPLAY '  IMPORTE                     : ' WS-IMP-EDIT.
           DISPLAY 'DETALLES DE AJUSTE GRABADOS   : ' WS-AJU-CANT.
           DISPLAY 'AJUSTES EN ' WS-NOMBRE-AJUSCOMI.
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
      *----Sucursal vigente del vendedor WS-SV-CODIGO el dia
      *    WS-SV-FECHA, misma regla que 8200-SUCURSAL-VIGENTE de
      *    CL12EJ09.
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

       END PROGRAM CL12EJ21.
