      *----------------------------------------------------------------*
      * Purpose: Estado mensual de cuenta por vendedor. Pide por
      *          consola el periodo (anio y mes) y, opcionalmente, un
      *          codigo de vendedor (en blanco salen todos los del
      *          maestro VENDEDORES.DAT). Para cada vendedor graba en
      *          ESTVEND.TXT una hoja, que empieza siempre en pagina
      *          nueva con codigo, nombre y sucursal para poder
      *          cortar el archivo y repartirlo, con: cada movimiento
      *          del periodo del maestro historico MAESVTAS.TXT por
      *          fecha y sucursal, subtotales de ventas y de
      *          devoluciones, venta neta, la cuota de CUOTAS.TXT con
      *          el porcentaje de cumplimiento, la tasa y la comision
      *          liquidadas en COMIPAGO.TXT y el aguinaldo devengado.
      *          Cada hoja cierra con el control de sus importes
      *          contra las interfaces de sueldos del mismo periodo
      *          (COMIPAGO.TXT, LIQSAC.TXT y SUELDOS.TXT, las que
      *          esten y sean del periodo pedido segun su encabezado
      *          H) y, cuando salen todos los vendedores, una hoja
      *          final cuadra los totales de los estados contra las
      *          colas de las tres interfaces. Los vendedores dados de
      *          baja solo salen si tienen movimientos o importes en
      *          alguna interfaz. Cualquier diferencia deja el paso
      *          con RETURN-CODE 8, mismo criterio que CL12EJ17.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL12EJ25.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----El mismo PARAMETROS.TXT de CL12EJ01: de aca se toman los
      *    overrides VENDEDORES=, CUOTAS=, MAESVTAS=, COMIPAGO=,
      *    LIQUIDACION=, SUELDOS= y ESTVEND=.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      *----Maestro de vendedores: se recorre por codigo para emitir
      *    los estados y se lee por la clave alternativa del nombre
      *    normalizado para resolver las ventas y LIQSAC a su codigo
       SELECT VENDMAST
           ASSIGN DYNAMIC WS-NOMBRE-VENDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VDM-CODIGO
           ALTERNATE RECORD KEY IS VDM-NOMBRE-NORM WITH DUPLICATES
           FILE STATUS IS FS-VENDMAST.

      *----Maestro de cuotas que mantiene CL12EJ11; opcional (sin
      *    cuotas el estado sale sin cumplimiento)
       SELECT CUOTAS
           ASSIGN DYNAMIC WS-NOMBRE-CUOTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CUOTAS.

      *----El maestro historico que construye CL12EJ06
       SELECT MAESVTAS
           ASSIGN DYNAMIC WS-NOMBRE-MAESVTAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MAESVTAS.

      *----Archivo de trabajo para el SORT por codigo y fecha
       SELECT SORT-ESTADO
           ASSIGN TO 'SORTESTV.WRK'.

      *----Interfaz de comisiones que graba CL12EJ09
       SELECT COMIPAGO
           ASSIGN DYNAMIC WS-NOMBRE-COMIPAGO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMIPAGO.

      *----Interfaz de aguinaldo que graba CL12EJ01
       SELECT LIQUIDACION
           ASSIGN DYNAMIC WS-NOMBRE-LIQUIDACION
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQUIDACION.

      *----Interfaz consolidada que graba CL12EJ17
       SELECT SUELDOS
           ASSIGN DYNAMIC WS-NOMBRE-SUELDOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUELDOS.

      *----Los estados de cuenta formateados
       SELECT ESTVEND
           ASSIGN DYNAMIC WS-NOMBRE-ESTVEND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTVEND.

      *----------------------------------------------------------------*

       DATA DIVISION.

       FILE SECTION.
      *----Definicion registro del archivo de parametros de corrida
       FD PARAMETROS.
       01 REGISTRO-PARAMETRO                PIC X(80).

      *----Mismo layout que mantiene CL12EJ02
       FD VENDMAST.
       01 REGISTRO-VENDMAST.
          05 VDM-CODIGO                  PIC 9(05).
          05 VDM-NOMBRE                  PIC X(30).
          05 VDM-NOMBRE-NORM             PIC X(30).
          05 VDM-SUCURSAL                PIC X(01).
          05 VDM-ESTADO                  PIC X(01).
          05 VDM-FECHA-ALTA              PIC X(10).

      *----Mismo layout que graba CL12EJ11
       FD CUOTAS.
       01 REGISTRO-CUOTA.
          05 CUO-CODIGO                  PIC 9(05).
          05 CUO-ANIO                    PIC 9(04).
          05 CUO-MES                     PIC 9(02).
          05 CUO-IMPORTE                 PIC 9(8)V9(2).

      *----Mismo layout que SALIDA-TOT de CL12EJ01 (y que el maestro
      *    historico de CL12EJ06)
       FD MAESVTAS.
       01 REG-MAESVTAS.
          05 MAE-FECHA                  PIC X(08).
          05 MAE-VENDEDOR               PIC X(30).
          05 MAE-IMPORTE                PIC 9(8)V9(2).
          05 MAE-SUCURSAL               PIC X(01).
          05 MAE-TIPO-MOV               PIC X(01).

      *----Registro de trabajo del SORT: el movimiento del periodo
      *    con el nombre ya resuelto al codigo del maestro
       SD SORT-ESTADO.
       01 SORT-ESTADO-REG.
          05 SORT-CODIGO                 PIC 9(05).
          05 SORT-FECHA                  PIC X(08).
          05 SORT-TIPO-MOV               PIC X(01).
          05 SORT-SUCURSAL               PIC X(01).
          05 SORT-IMPORTE                PIC 9(8)V9(2).

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

      *----Mismo layout que graba CL12EJ17
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

      *----Linea de los estados de cuenta
       FD ESTVEND.
       01 LINEA-ESTVEND                 PIC X(100).

      *----------------------------------------------------------------*

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                PIC X(2).
             88 FS-PARAMETROS-OK            VALUE '00'.
             88 FS-PARAMETROS-EOF           VALUE '10'.
             88 FS-PARAMETROS-NOEXISTE      VALUE '35'.
          05 FS-VENDMAST                  PIC X(2).
             88 FS-VENDMAST-OK              VALUE '00'.
             88 FS-VENDMAST-EOF             VALUE '10'.
             88 FS-VENDMAST-NOEXISTE        VALUE '35'.
             88 FS-VENDMAST-NOHALLADO       VALUE '23'.
          05 FS-CUOTAS                    PIC X(2).
             88 FS-CUOTAS-OK                VALUE '00'.
             88 FS-CUOTAS-EOF               VALUE '10'.
             88 FS-CUOTAS-NOEXISTE          VALUE '35'.
          05 FS-MAESVTAS                  PIC X(2).
             88 FS-MAESVTAS-OK              VALUE '00'.
             88 FS-MAESVTAS-EOF             VALUE '10'.
             88 FS-MAESVTAS-NOEXISTE        VALUE '35'.
          05 FS-COMIPAGO                  PIC X(2).
             88 FS-COMIPAGO-OK              VALUE '00'.
             88 FS-COMIPAGO-EOF             VALUE '10'.
             88 FS-COMIPAGO-NOEXISTE        VALUE '35'.
          05 FS-LIQUIDACION               PIC X(2).
             88 FS-LIQUIDACION-OK           VALUE '00'.
             88 FS-LIQUIDACION-EOF          VALUE '10'.
             88 FS-LIQUIDACION-NOEXISTE     VALUE '35'.
          05 FS-SUELDOS                   PIC X(2).
             88 FS-SUELDOS-OK               VALUE '00'.
             88 FS-SUELDOS-EOF              VALUE '10'.
             88 FS-SUELDOS-NOEXISTE         VALUE '35'.
          05 FS-ESTVEND                   PIC X(2).
             88 FS-ESTVEND-OK               VALUE '00'.

      *----Nombres de los archivos, con overrides de PARAMETROS.TXT
       01 WS-NOMBRE-VENDMAST            PIC X(40)
          VALUE '../VENDEDORES.DAT'.
       01 WS-NOMBRE-CUOTAS              PIC X(40)
          VALUE '../CUOTAS.TXT'.
       01 WS-NOMBRE-MAESVTAS            PIC X(40)
          VALUE '../MAESVTAS.TXT'.
       01 WS-NOMBRE-COMIPAGO            PIC X(40)
          VALUE '../COMIPAGO.TXT'.
       01 WS-NOMBRE-LIQUIDACION         PIC X(40)
          VALUE '../LIQSAC.TXT'.
       01 WS-NOMBRE-SUELDOS             PIC X(40)
          VALUE '../SUELDOS.TXT'.
       01 WS-NOMBRE-ESTVEND             PIC X(40)
          VALUE '../ESTVEND.TXT'.

      *----Campos de trabajo para partir cada linea CLAVE=VALOR del
      *    archivo de parametros.
       01 WS-PARM-LINEA                 PIC X(80).
       01 WS-PARM-CLAVE                 PIC X(20).
       01 WS-PARM-VALOR                 PIC X(40).
       01 WS-PARAMETROS-EOF             PIC X(01) VALUE 'N'.
          88 WS-PARAMETROS-EOF-YES            VALUE 'Y'.
          88 WS-PARAMETROS-EOF-NO             VALUE 'N'.

       01 WS-VENDMAST-EOF               PIC X(01) VALUE 'N'.
          88 WS-VENDMAST-EOF-YES              VALUE 'Y'.
          88 WS-VENDMAST-EOF-NO               VALUE 'N'.
       01 WS-CUOTAS-EOF                 PIC X(01) VALUE 'N'.
          88 WS-CUOTAS-EOF-YES                VALUE 'Y'.
          88 WS-CUOTAS-EOF-NO                 VALUE 'N'.
       01 WS-MAESVTAS-EOF               PIC X(01) VALUE 'N'.
          88 WS-MAESVTAS-EOF-YES              VALUE 'Y'.
          88 WS-MAESVTAS-EOF-NO               VALUE 'N'.
       01 WS-SORT-EOF                   PIC X(01) VALUE 'N'.
          88 WS-SORT-EOF-YES                  VALUE 'Y'.
          88 WS-SORT-EOF-NO                   VALUE 'N'.
       01 WS-COMIPAGO-EOF               PIC X(01) VALUE 'N'.
          88 WS-COMIPAGO-EOF-YES              VALUE 'Y'.
          88 WS-COMIPAGO-EOF-NO               VALUE 'N'.
       01 WS-LIQUIDACION-EOF            PIC X(01) VALUE 'N'.
          88 WS-LIQUIDACION-EOF-YES           VALUE 'Y'.
          88 WS-LIQUIDACION-EOF-NO            VALUE 'N'.
       01 WS-SUELDOS-EOF                PIC X(01) VALUE 'N'.
          88 WS-SUELDOS-EOF-YES               VALUE 'Y'.
          88 WS-SUELDOS-EOF-NO                VALUE 'N'.

      *----Periodo y vendedor pedidos por consola
       01 WS-PER-ANIO                   PIC X(04).
       01 WS-PER-MES                    PIC X(02).
       01 WS-PER-ANIO-N                 PIC 9(04) VALUE 0.
       01 WS-PER-MES-N                  PIC 9(02) VALUE 0.
       01 WS-PER-ANIOMES                PIC X(06).
       01 WS-ENT-CODIGO                 PIC X(05).
       01 WS-ENT-CODIGO-N REDEFINES WS-ENT-CODIGO
                                        PIC 9(05).
       01 WS-UN-VENDEDOR                PIC X(01) VALUE 'N'.
          88 WS-UN-VENDEDOR-SI                VALUE 'S'.
          88 WS-UN-VENDEDOR-NO                VALUE 'N'.

      *----Cuotas del periodo pedido
       01 WS-CUOTAS-DISPONIBLE          PIC X(01) VALUE 'N'.
          88 WS-CUOTAS-DISPONIBLE-SI          VALUE 'S'.
       01 WS-CQ-CANT                    PIC 9(04) VALUE 0.
       01 WS-CQ-IX                      PIC 9(04) COMP.
       01 WS-CQ-HALLADO                 PIC 9(04) VALUE 0.
       01 WS-TABLA-CUOTAS.
          05 WS-CQ-DATOS OCCURS 2000 TIMES.
             10 WS-CQ-CODIGO                 PIC 9(05).
             10 WS-CQ-OBJETIVO               PIC 9(8)V9(2).

      *----Estado de cada interfaz de sueldos: 'S' del periodo pedido
      *    (se usa), 'F' falta el archivo, 'E' sin encabezado H,
      *    'O' de otro periodo. Solo una interfaz 'S' entra a los
      *    controles; desde/hasta son los del encabezado H y los
      *    totales los de la cola T (o los recontados si no vino).
       01 WS-CPG-ESTADO                 PIC X(01) VALUE 'F'.
          88 WS-CPG-USABLE                    VALUE 'S'.
       01 WS-CPG-DESDE                  PIC X(08) VALUE SPACES.
       01 WS-CPG-HASTA                  PIC X(08) VALUE SPACES.
       01 WS-CPG-T-PRESENTE             PIC X(01) VALUE 'N'.
       01 WS-CPG-TOT-IMPORTE            PIC S9(10)V9(2) VALUE 0.
       01 WS-CPG-TOT-COMISION           PIC S9(10)V9(2) VALUE 0.
       01 WS-CPG-HASH-IMPORTE           PIC S9(10)V9(2) VALUE 0.
       01 WS-CPG-HASH-COMISION          PIC S9(10)V9(2) VALUE 0.

       01 WS-LIQ-ESTADO                 PIC X(01) VALUE 'F'.
          88 WS-LIQ-USABLE                    VALUE 'S'.
       01 WS-LIQ-DESDE                  PIC X(08) VALUE SPACES.
       01 WS-LIQ-HASTA                  PIC X(08) VALUE SPACES.
       01 WS-LIQ-T-PRESENTE             PIC X(01) VALUE 'N'.
       01 WS-LIQ-TOT-IMPORTE            PIC S9(10)V9(2) VALUE 0.
       01 WS-LIQ-TOT-AGUINALDO          PIC S9(10)V9(2) VALUE 0.
       01 WS-LIQ-HASH-IMPORTE           PIC S9(10)V9(2) VALUE 0.
       01 WS-LIQ-HASH-AGUINALDO         PIC S9(10)V9(2) VALUE 0.

       01 WS-SDO-ESTADO                 PIC X(01) VALUE 'F'.
          88 WS-SDO-USABLE                    VALUE 'S'.
       01 WS-SDO-DESDE                  PIC X(08) VALUE SPACES.
       01 WS-SDO-HASTA                  PIC X(08) VALUE SPACES.
       01 WS-SDO-T-PRESENTE             PIC X(01) VALUE 'N'.
       01 WS-SDO-TOT-IMPORTE            PIC S9(10)V9(2) VALUE 0.
       01 WS-SDO-TOT-AGUINALDO          PIC S9(10)V9(2) VALUE 0.
       01 WS-SDO-TOT-COMISION           PIC S9(10)V9(2) VALUE 0.
       01 WS-SDO-HASH-IMPORTE           PIC S9(10)V9(2) VALUE 0.
       01 WS-SDO-HASH-AGUINALDO         PIC S9(10)V9(2) VALUE 0.
       01 WS-SDO-HASH-COMISION          PIC S9(10)V9(2) VALUE 0.

      *----Detalles de las tres interfaces. WS-xx-USADO queda en 'S'
      *    cuando el detalle entro en algun estado: los que quedan
      *    sin usar (codigo 0, nombre sin codigo, codigo fuera del
      *    maestro) se listan en la hoja de cuadre.
       01 WS-CP-CANT                    PIC 9(04) VALUE 0.
       01 WS-CP-IX                      PIC 9(04) COMP.
       01 WS-TABLA-COMIPAGO.
          05 WS-CP-DATOS OCCURS 3000 TIMES.
             10 WS-CP-CODIGO                 PIC 9(05).
             10 WS-CP-VENDEDOR               PIC X(30).
             10 WS-CP-SUCURSAL               PIC X(01).
             10 WS-CP-IMPORTE                PIC S9(8)V9(2).
             10 WS-CP-TASA                   PIC 9(2)V9(2).
             10 WS-CP-COMISION               PIC S9(8)V9(2).
             10 WS-CP-USADO                  PIC X(01).

       01 WS-LQ-CANT                    PIC 9(04) VALUE 0.
       01 WS-LQ-IX                      PIC 9(04) COMP.
       01 WS-TABLA-LIQSAC.
          05 WS-LQ-DATOS OCCURS 3000 TIMES.
             10 WS-LQ-CODIGO                 PIC 9(05).
             10 WS-LQ-VENDEDOR               PIC X(30).
             10 WS-LQ-IMPORTE                PIC S9(8)V9(2).
             10 WS-LQ-AGUINALDO              PIC S9(8)V9(2).
             10 WS-LQ-USADO                  PIC X(01).

       01 WS-SD-CANT                    PIC 9(04) VALUE 0.
       01 WS-SD-IX                      PIC 9(04) COMP.
       01 WS-TABLA-SUELDOS.
          05 WS-SD-DATOS OCCURS 3000 TIMES.
             10 WS-SD-CODIGO                 PIC 9(05).
             10 WS-SD-VENDEDOR               PIC X(30).
             10 WS-SD-IMPORTE                PIC S9(8)V9(2).
             10 WS-SD-AGUINALDO              PIC S9(8)V9(2).
             10 WS-SD-COMISION               PIC S9(8)V9(2).
             10 WS-SD-USADO                  PIC X(01).

      *----Acumulados del estado del vendedor en curso
       01 WS-EV-CANT-VTA                PIC 9(05) VALUE 0.
       01 WS-EV-CANT-DEV                PIC 9(05) VALUE 0.
       01 WS-EV-VENTAS                  PIC S9(10)V9(2) VALUE 0.
       01 WS-EV-DEVOL                   PIC S9(10)V9(2) VALUE 0.
       01 WS-EV-NETO                    PIC S9(10)V9(2) VALUE 0.
       01 WS-EV-PCT                     PIC S9(05)V9(1) VALUE 0.
       01 WS-EV-AGUINALDO               PIC S9(10)V9(2) VALUE 0.
       01 WS-EV-CP-CANT                 PIC 9(04) VALUE 0.
       01 WS-EV-CP-IMPORTE              PIC S9(10)V9(2) VALUE 0.
       01 WS-EV-CP-COMISION             PIC S9(10)V9(2) VALUE 0.
       01 WS-EV-LQ-CANT                 PIC 9(04) VALUE 0.
       01 WS-EV-LQ-IMPORTE              PIC S9(10)V9(2) VALUE 0.
       01 WS-EV-LQ-AGUINALDO            PIC S9(10)V9(2) VALUE 0.
       01 WS-EV-SD-CANT                 PIC 9(04) VALUE 0.
       01 WS-EV-SD-IMPORTE              PIC S9(10)V9(2) VALUE 0.
       01 WS-EV-SD-AGUINALDO            PIC S9(10)V9(2) VALUE 0.
       01 WS-EV-SD-COMISION             PIC S9(10)V9(2) VALUE 0.
       01 WS-EV-DIFERENCIAS             PIC 9(02) VALUE 0.

      *----Totales de todos los estados emitidos, para el cuadre
       01 WS-TOT-NETO                   PIC S9(10)V9(2) VALUE 0.
       01 WS-TOT-AGUINALDO              PIC S9(10)V9(2) VALUE 0.
       01 WS-TOT-COMISION               PIC S9(10)V9(2) VALUE 0.

      *----Lo que cada interfaz trae fuera de los estados
       01 WS-FUERA-CANT                 PIC 9(04) VALUE 0.
       01 WS-FUERA-IMPORTE              PIC S9(10)V9(2) VALUE 0.
       01 WS-FUERA-AGUINALDO            PIC S9(10)V9(2) VALUE 0.
       01 WS-FUERA-COMISION             PIC S9(10)V9(2) VALUE 0.

      *----Un renglon de control: concepto, importe del estado (o de
      *    los estados) e importe de la interfaz
       01 WS-CTL-CONCEPTO               PIC X(24).
       01 WS-CTL-ESTADO                 PIC S9(10)V9(2).
       01 WS-CTL-INTERFAZ               PIC S9(10)V9(2).
       01 WS-CTL-FUERA                  PIC S9(10)V9(2).
       01 WS-CTL-DIFERENCIA             PIC S9(10)V9(2).

      *----Resolucion de nombres al codigo del maestro
       01 WS-COD-RESUELTO               PIC 9(05) VALUE 0.
       01 WS-NORM-ENT                   PIC X(30).
       01 WS-NORM-SAL                   PIC X(30).
       01 WS-NORM-I                     PIC 9(02) COMP.
       01 WS-NORM-J                     PIC 9(02) COMP VALUE 0.
       01 WS-NORM-ANT-BLANCO            PIC X(01) VALUE 'S'.

      *----Contadores para el resumen de consola
       01 WS-VTA-LEIDAS                 PIC 9(07) VALUE 0.
       01 WS-VTA-DEL-PERIODO            PIC 9(07) VALUE 0.
       01 WS-VTA-SIN-CODIGO             PIC 9(07) VALUE 0.
       01 WS-VTA-SIN-CODIGO-NETO        PIC S9(10)V9(2) VALUE 0.
       01 WS-ESTADOS-EMITIDOS           PIC 9(05) VALUE 0.
       01 WS-BAJAS-OMITIDAS             PIC 9(05) VALUE 0.
       01 WS-VEND-CON-DIFERENCIA        PIC 9(05) VALUE 0.
       01 WS-CUADRES-FALLIDOS           PIC 9(02) VALUE 0.

      *----Armado de lineas del reporte
       01 WS-LINEA                      PIC X(100).
       01 WS-MOV-TEXTO                  PIC X(10).
       01 WS-INTERFAZ-TEXTO             PIC X(40).
       01 WS-IMP-EDIT-A                 PIC Z.ZZZ.ZZZ.ZZ9,99-.
       01 WS-IMP-EDIT-B                 PIC Z.ZZZ.ZZZ.ZZ9,99-.
       01 WS-IMP-EDIT-C                 PIC Z.ZZZ.ZZZ.ZZ9,99-.
       01 WS-IMP-EDIT-D                 PIC Z.ZZZ.ZZZ.ZZ9,99-.
       01 WS-TASA-EDIT                  PIC Z9,99.
       01 WS-PCT-EDIT                   PIC ZZ.ZZ9,9-.
       01 WS-CANT-EDIT                  PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0050-LEER-PARAMETROS
              THRU 0050-LEER-PARAMETROS-EXIT.

           PERFORM 1000-PEDIR-PERIODO
              THRU 1000-PEDIR-PERIODO-EXIT.

           PERFORM 1100-ABRIR-VENDEDORES
              THRU 1100-ABRIR-VENDEDORES-EXIT.

           PERFORM 1200-CARGAR-CUOTAS
              THRU 1200-CARGAR-CUOTAS-EXIT.

           PERFORM 1400-VERIFICAR-ENTRADA
              THRU 1400-VERIFICAR-ENTRADA-EXIT.

      * LAS INTERFACES SE CARGAN ANTES DEL SORT: CADA ESTADO LAS CRUZA
           PERFORM 2000-LEER-COMIPAGO
              THRU 2000-LEER-COMIPAGO-EXIT.

           PERFORM 2300-LEER-LIQSAC
              THRU 2300-LEER-LIQSAC-EXIT.

           PERFORM 2600-LEER-SUELDOS
              THRU 2600-LEER-SUELDOS-EXIT.

           PERFORM 3000-ABRIR-REPORTE
              THRU 3000-ABRIR-REPORTE-EXIT.

           SORT SORT-ESTADO
               ON ASCENDING KEY SORT-CODIGO
                                SORT-FECHA
               ON DESCENDING KEY SORT-TIPO-MOV
               INPUT PROCEDURE IS 1500-SELECCIONAR-VENTAS
                  THRU 1500-SELECCIONAR-VENTAS-EXIT
               OUTPUT PROCEDURE IS 3100-EMITIR-ESTADOS
                  THRU 3100-EMITIR-ESTADOS-EXIT.

           IF WS-UN-VENDEDOR-NO
              PERFORM 3800-CUADRAR-INTERFACES
                 THRU 3800-CUADRAR-INTERFACES-EXIT
           END-IF.

           CLOSE ESTVEND.
           CLOSE VENDMAST.

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
               WHEN 'VENDEDORES'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-VENDMAST
               WHEN 'CUOTAS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-CUOTAS
               WHEN 'MAESVTAS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-MAESVTAS
               WHEN 'COMIPAGO'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-COMIPAGO
               WHEN 'LIQUIDACION'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-LIQUIDACION
               WHEN 'SUELDOS'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUELDOS
               WHEN 'ESTVEND'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-ESTVEND
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       0055-LEER-PARAMETROS-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Pide por consola el periodo, igual que 1000-PEDIR-PERIODO
      *    de CL12EJ12, y el codigo del vendedor (en blanco salen
      *    todos).
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

           MOVE SPACES TO WS-PER-ANIOMES.
           STRING WS-PER-ANIO WS-PER-MES
               DELIMITED BY SIZE INTO WS-PER-ANIOMES.

           MOVE SPACES TO WS-ENT-CODIGO.
           DISPLAY 'CODIGO DE VENDEDOR (ENTER = TODOS): '.
           ACCEPT WS-ENT-CODIGO.

           IF WS-ENT-CODIGO = SPACES
              SET WS-UN-VENDEDOR-NO TO TRUE
              GO TO 1000-PEDIR-PERIODO-EXIT
           END-IF.

           IF WS-ENT-CODIGO-N NOT NUMERIC
              DISPLAY 'CODIGO NO NUMERICO: ' WS-ENT-CODIGO
              STOP RUN
           END-IF.

           SET WS-UN-VENDEDOR-SI TO TRUE.

       1000-PEDIR-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Abre el maestro de vendedores y lo deja abierto para las
      *    lecturas por nombre y el recorrido por codigo. Si se pidio
      *    un vendedor, tiene que estar en el maestro.
       1100-ABRIR-VENDEDORES.

           OPEN INPUT VENDMAST.

           IF FS-VENDMAST-NOEXISTE
              DISPLAY 'NO SE ENCUENTRA ' WS-NOMBRE-VENDMAST
              DISPLAY 'SIN MAESTRO NO HAY ESTADOS QUE EMITIR'
              STOP RUN
           END-IF.

           IF NOT FS-VENDMAST-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE VENDEDORES'
              DISPLAY 'FILE STATUS: ' FS-VENDMAST
              STOP RUN
           END-IF.

           IF WS-UN-VENDEDOR-NO
              GO TO 1100-ABRIR-VENDEDORES-EXIT
           END-IF.

           MOVE WS-ENT-CODIGO-N TO VDM-CODIGO.

           READ VENDMAST.

           EVALUATE TRUE
               WHEN FS-VENDMAST-OK
                    CONTINUE
               WHEN FS-VENDMAST-NOHALLADO
                    DISPLAY 'VENDEDOR INEXISTENTE: ' WS-ENT-CODIGO
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE VENDEDORES'
                    DISPLAY 'FILE STATUS: ' FS-VENDMAST
                    STOP RUN
           END-EVALUATE.

       1100-ABRIR-VENDEDORES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Carga las cuotas del periodo pedido. El maestro de cuotas
      *    es opcional: sin el, los estados salen sin cumplimiento.
       1200-CARGAR-CUOTAS.

           OPEN INPUT CUOTAS.

           IF FS-CUOTAS-NOEXISTE
              DISPLAY 'SIN ' WS-NOMBRE-CUOTAS
                      ', LOS ESTADOS SALEN SIN CUOTA'
              GO TO 1200-CARGAR-CUOTAS-EXIT
           END-IF.

           IF NOT FS-CUOTAS-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO DE CUOTAS'
              DISPLAY 'FILE STATUS: ' FS-CUOTAS
              STOP RUN
           END-IF.

           MOVE 'S' TO WS-CUOTAS-DISPONIBLE.
           MOVE 'N' TO WS-CUOTAS-EOF.

           PERFORM 1250-CARGAR-CUOTA-UNA
              THRU 1250-CARGAR-CUOTA-UNA-EXIT
              UNTIL WS-CUOTAS-EOF-YES.

           CLOSE CUOTAS.

       1200-CARGAR-CUOTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-CARGAR-CUOTA-UNA.

           READ CUOTAS.

           IF FS-CUOTAS-EOF
              SET WS-CUOTAS-EOF-YES TO TRUE
              GO TO 1250-CARGAR-CUOTA-UNA-EXIT
           END-IF.

           IF NOT FS-CUOTAS-OK
              DISPLAY 'ERROR AL LEER EL MAESTRO DE CUOTAS'
              DISPLAY 'FILE STATUS: ' FS-CUOTAS
              STOP RUN
           END-IF.

           IF CUO-ANIO NOT = WS-PER-ANIO-N
              OR CUO-MES NOT = WS-PER-MES-N
              GO TO 1250-CARGAR-CUOTA-UNA-EXIT
           END-IF.

           IF WS-CQ-CANT >= 2000
              DISPLAY 'TABLA DE CUOTAS LLENA (MAXIMO 2000)'
              STOP RUN
           END-IF.

           ADD 1 TO WS-CQ-CANT.
           MOVE CUO-CODIGO  TO WS-CQ-CODIGO(WS-CQ-CANT).
           MOVE CUO-IMPORTE TO WS-CQ-OBJETIVO(WS-CQ-CANT).

       1250-CARGAR-CUOTA-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Verifica que el maestro historico exista antes de lanzar
      *    el SORT, mismo criterio que 1400-VERIFICAR-ENTRADA de
      *    CL12EJ18.
       1400-VERIFICAR-ENTRADA.

           OPEN INPUT MAESVTAS.

           EVALUATE TRUE
               WHEN FS-MAESVTAS-OK
                    CLOSE MAESVTAS
               WHEN FS-MAESVTAS-NOEXISTE
                    DISPLAY 'FALTA ' WS-NOMBRE-MAESVTAS
                            ': NO HAY MOVIMIENTOS QUE INFORMAR'
                    STOP RUN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE MAESVTAS'
                    DISPLAY 'FILE STATUS: ' FS-MAESVTAS
                    STOP RUN
           END-EVALUATE.

       1400-VERIFICAR-ENTRADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Procedimiento de entrada del SORT: pasa los movimientos
      *    del periodo con el nombre resuelto a su codigo por la
      *    clave alternativa del maestro. El movimiento cuyo nombre
      *    no resuelve no tiene estado donde ir: se cuenta para la
      *    hoja de cuadre.
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

           IF MAE-FECHA(1:6) NOT = WS-PER-ANIOMES
              GO TO 1550-SELECCIONAR-VENTA-UNA-EXIT
           END-IF.

           ADD 1 TO WS-VTA-DEL-PERIODO.

           MOVE MAE-VENDEDOR TO WS-NORM-ENT.
           PERFORM 8100-RESOLVER-NOMBRE
              THRU 8100-RESOLVER-NOMBRE-EXIT.

           IF WS-COD-RESUELTO = 0
              ADD 1 TO WS-VTA-SIN-CODIGO
              IF MAE-TIPO-MOV = 'D'
                 SUBTRACT MAE-IMPORTE FROM WS-VTA-SIN-CODIGO-NETO
              ELSE
                 ADD MAE-IMPORTE TO WS-VTA-SIN-CODIGO-NETO
              END-IF
              GO TO 1550-SELECCIONAR-VENTA-UNA-EXIT
           END-IF.

           IF WS-UN-VENDEDOR-SI
              AND WS-COD-RESUELTO NOT = WS-ENT-CODIGO-N
              GO TO 1550-SELECCIONAR-VENTA-UNA-EXIT
           END-IF.

           MOVE WS-COD-RESUELTO TO SORT-CODIGO.
           MOVE MAE-FECHA       TO SORT-FECHA.
           MOVE MAE-TIPO-MOV    TO SORT-TIPO-MOV.
           MOVE MAE-SUCURSAL    TO SORT-SUCURSAL.
           MOVE MAE-IMPORTE     TO SORT-IMPORTE.

           RELEASE SORT-ESTADO-REG.

       1550-SELECCIONAR-VENTA-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Lee COMIPAGO.TXT entero a la tabla; despues decide si es
      *    del periodo pedido. Un archivo de otro periodo no se usa.
       2000-LEER-COMIPAGO.

           OPEN INPUT COMIPAGO.

           IF FS-COMIPAGO-NOEXISTE
              MOVE 'F' TO WS-CPG-ESTADO
              GO TO 2000-LEER-COMIPAGO-EXIT
           END-IF.

           IF NOT FS-COMIPAGO-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE COMIPAGO'
              DISPLAY 'FILE STATUS: ' FS-COMIPAGO
              STOP RUN
           END-IF.

           MOVE 'E' TO WS-CPG-ESTADO.
           MOVE 'N' TO WS-COMIPAGO-EOF.

           PERFORM 2100-LEER-COMIPAGO-UNO
              THRU 2100-LEER-COMIPAGO-UNO-EXIT
              UNTIL WS-COMIPAGO-EOF-YES.

           CLOSE COMIPAGO.

           IF WS-CPG-ESTADO = 'E'
              MOVE 0 TO WS-CP-CANT
              GO TO 2000-LEER-COMIPAGO-EXIT
           END-IF.

           IF WS-CPG-DESDE(1:6) NOT = WS-PER-ANIOMES
              OR WS-CPG-HASTA(1:6) NOT = WS-PER-ANIOMES
              MOVE 'O' TO WS-CPG-ESTADO
              MOVE 0   TO WS-CP-CANT
              GO TO 2000-LEER-COMIPAGO-EXIT
           END-IF.

           IF WS-CPG-T-PRESENTE NOT = 'S'
              MOVE WS-CPG-HASH-IMPORTE  TO WS-CPG-TOT-IMPORTE
              MOVE WS-CPG-HASH-COMISION TO WS-CPG-TOT-COMISION
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
              STOP RUN
           END-IF.

           EVALUATE CPG-H-TIPO
               WHEN 'H'
                    MOVE 'S'         TO WS-CPG-ESTADO
                    MOVE CPG-H-DESDE TO WS-CPG-DESDE
                    MOVE CPG-H-HASTA TO WS-CPG-HASTA
               WHEN 'D'
                    IF WS-CP-CANT >= 3000
                       DISPLAY 'TABLA DE COMIPAGO LLENA (MAXIMO 3000)'
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-CP-CANT
                    MOVE CPG-D-CODIGO   TO WS-CP-CODIGO(WS-CP-CANT)
                    MOVE CPG-D-VENDEDOR TO WS-CP-VENDEDOR(WS-CP-CANT)
                    MOVE CPG-D-SUCURSAL TO WS-CP-SUCURSAL(WS-CP-CANT)
                    MOVE CPG-D-IMPORTE  TO WS-CP-IMPORTE(WS-CP-CANT)
                    MOVE CPG-D-TASA     TO WS-CP-TASA(WS-CP-CANT)
                    MOVE CPG-D-COMISION TO WS-CP-COMISION(WS-CP-CANT)
                    MOVE 'N'            TO WS-CP-USADO(WS-CP-CANT)
                    ADD CPG-D-IMPORTE   TO WS-CPG-HASH-IMPORTE
                    ADD CPG-D-COMISION  TO WS-CPG-HASH-COMISION
               WHEN 'T'
                    MOVE 'S' TO WS-CPG-T-PRESENTE
                    MOVE CPG-T-HASH-IMPORTE  TO WS-CPG-TOT-IMPORTE
                    MOVE CPG-T-HASH-COMISION TO WS-CPG-TOT-COMISION
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2100-LEER-COMIPAGO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Lee LIQSAC.TXT entero a la tabla, con cada nombre resuelto
      *    a su codigo por el maestro (igual que el primer intento de
      *    2700-RESOLVER-VENDEDOR de CL12EJ17); despues decide si es
      *    del periodo pedido.
       2300-LEER-LIQSAC.

           OPEN INPUT LIQUIDACION.

           IF FS-LIQUIDACION-NOEXISTE
              MOVE 'F' TO WS-LIQ-ESTADO
              GO TO 2300-LEER-LIQSAC-EXIT
           END-IF.

           IF NOT FS-LIQUIDACION-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE LIQUIDACION'
              DISPLAY 'FILE STATUS: ' FS-LIQUIDACION
              STOP RUN
           END-IF.

           MOVE 'E' TO WS-LIQ-ESTADO.
           MOVE 'N' TO WS-LIQUIDACION-EOF.

           PERFORM 2400-LEER-LIQSAC-UNO
              THRU 2400-LEER-LIQSAC-UNO-EXIT
              UNTIL WS-LIQUIDACION-EOF-YES.

           CLOSE LIQUIDACION.

           IF WS-LIQ-ESTADO = 'E'
              MOVE 0 TO WS-LQ-CANT
              GO TO 2300-LEER-LIQSAC-EXIT
           END-IF.

           IF WS-LIQ-DESDE(1:6) NOT = WS-PER-ANIOMES
              OR WS-LIQ-HASTA(1:6) NOT = WS-PER-ANIOMES
              MOVE 'O' TO WS-LIQ-ESTADO
              MOVE 0   TO WS-LQ-CANT
              GO TO 2300-LEER-LIQSAC-EXIT
           END-IF.

           IF WS-LIQ-T-PRESENTE NOT = 'S'
              MOVE WS-LIQ-HASH-IMPORTE   TO WS-LIQ-TOT-IMPORTE
              MOVE WS-LIQ-HASH-AGUINALDO TO WS-LIQ-TOT-AGUINALDO
           END-IF.

       2300-LEER-LIQSAC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-LEER-LIQSAC-UNO.

           READ LIQUIDACION.

           IF FS-LIQUIDACION-EOF
              SET WS-LIQUIDACION-EOF-YES TO TRUE
              GO TO 2400-LEER-LIQSAC-UNO-EXIT
           END-IF.

           IF NOT FS-LIQUIDACION-OK
              DISPLAY 'ERROR AL LEER EL ARCHIVO DE LIQUIDACION'
              DISPLAY 'FILE STATUS: ' FS-LIQUIDACION
              STOP RUN
           END-IF.

           EVALUATE LIQ-H-TIPO
               WHEN 'H'
                    MOVE 'S'         TO WS-LIQ-ESTADO
                    MOVE LIQ-H-DESDE TO WS-LIQ-DESDE
                    MOVE LIQ-H-HASTA TO WS-LIQ-HASTA
               WHEN 'D'
                    PERFORM 2450-CARGAR-LIQ-DETALLE
                       THRU 2450-CARGAR-LIQ-DETALLE-EXIT
               WHEN 'T'
                    MOVE 'S' TO WS-LIQ-T-PRESENTE
                    MOVE LIQ-T-HASH-IMPORTE   TO WS-LIQ-TOT-IMPORTE
                    MOVE LIQ-T-HASH-AGUINALDO TO WS-LIQ-TOT-AGUINALDO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2400-LEER-LIQSAC-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-CARGAR-LIQ-DETALLE.

           IF WS-LQ-CANT >= 3000
              DISPLAY 'TABLA DE LIQSAC LLENA (MAXIMO 3000)'
              STOP RUN
           END-IF.

           MOVE LIQ-D-VENDEDOR TO WS-NORM-ENT.
           PERFORM 8100-RESOLVER-NOMBRE
              THRU 8100-RESOLVER-NOMBRE-EXIT.

           ADD 1 TO WS-LQ-CANT.
           MOVE WS-COD-RESUELTO TO WS-LQ-CODIGO(WS-LQ-CANT).
           MOVE LIQ-D-VENDEDOR  TO WS-LQ-VENDEDOR(WS-LQ-CANT).
           MOVE LIQ-D-IMPORTE   TO WS-LQ-IMPORTE(WS-LQ-CANT).
           MOVE LIQ-D-AGUINALDO TO WS-LQ-AGUINALDO(WS-LQ-CANT).
           MOVE 'N'             TO WS-LQ-USADO(WS-LQ-CANT).
           ADD LIQ-D-IMPORTE    TO WS-LIQ-HASH-IMPORTE.
           ADD LIQ-D-AGUINALDO  TO WS-LIQ-HASH-AGUINALDO.

       2450-CARGAR-LIQ-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Lee SUELDOS.TXT entero a la tabla; despues decide si es
      *    del periodo pedido.
       2600-LEER-SUELDOS.

           OPEN INPUT SUELDOS.

           IF FS-SUELDOS-NOEXISTE
              MOVE 'F' TO WS-SDO-ESTADO
              GO TO 2600-LEER-SUELDOS-EXIT
           END-IF.

           IF NOT FS-SUELDOS-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE SUELDOS'
              DISPLAY 'FILE STATUS: ' FS-SUELDOS
              STOP RUN
           END-IF.

           MOVE 'E' TO WS-SDO-ESTADO.
           MOVE 'N' TO WS-SUELDOS-EOF.

           PERFORM 2700-LEER-SUELDOS-UNO
              THRU 2700-LEER-SUELDOS-UNO-EXIT
              UNTIL WS-SUELDOS-EOF-YES.

           CLOSE SUELDOS.

           IF WS-SDO-ESTADO = 'E'
              MOVE 0 TO WS-SD-CANT
              GO TO 2600-LEER-SUELDOS-EXIT
           END-IF.

           IF WS-SDO-DESDE(1:6) NOT = WS-PER-ANIOMES
              OR WS-SDO-HASTA(1:6) NOT = WS-PER-ANIOMES
              MOVE 'O' TO WS-SDO-ESTADO
              MOVE 0   TO WS-SD-CANT
              GO TO 2600-LEER-SUELDOS-EXIT
           END-IF.

           IF WS-SDO-T-PRESENTE NOT = 'S'
              MOVE WS-SDO-HASH-IMPORTE   TO WS-SDO-TOT-IMPORTE
              MOVE WS-SDO-HASH-AGUINALDO TO WS-SDO-TOT-AGUINALDO
              MOVE WS-SDO-HASH-COMISION  TO WS-SDO-TOT-COMISION
           END-IF.

       2600-LEER-SUELDOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2700-LEER-SUELDOS-UNO.

           READ SUELDOS.

           IF FS-SUELDOS-EOF
              SET WS-SUELDOS-EOF-YES TO TRUE
              GO TO 2700-LEER-SUELDOS-UNO-EXIT
           END-IF.

           IF NOT FS-SUELDOS-OK
              DISPLAY 'ERROR AL LEER EL ARCHIVO DE SUELDOS'
              DISPLAY 'FILE STATUS: ' FS-SUELDOS
              STOP RUN
           END-IF.

           EVALUATE SDO-H-TIPO
               WHEN 'H'
                    MOVE 'S'         TO WS-SDO-ESTADO
                    MOVE SDO-H-DESDE TO WS-SDO-DESDE
                    MOVE SDO-H-HASTA TO WS-SDO-HASTA
               WHEN 'D'
                    IF WS-SD-CANT >= 3000
                       DISPLAY 'TABLA DE SUELDOS LLENA (MAXIMO 3000)'
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-SD-CANT
                    MOVE SDO-D-CODIGO    TO WS-SD-CODIGO(WS-SD-CANT)
                    MOVE SDO-D-VENDEDOR  TO WS-SD-VENDEDOR(WS-SD-CANT)
                    MOVE SDO-D-IMPORTE   TO WS-SD-IMPORTE(WS-SD-CANT)
                    MOVE SDO-D-AGUINALDO
                      TO WS-SD-AGUINALDO(WS-SD-CANT)
                    MOVE SDO-D-COMISION  TO WS-SD-COMISION(WS-SD-CANT)
                    MOVE 'N'             TO WS-SD-USADO(WS-SD-CANT)
                    ADD SDO-D-IMPORTE    TO WS-SDO-HASH-IMPORTE
                    ADD SDO-D-AGUINALDO  TO WS-SDO-HASH-AGUINALDO
                    ADD SDO-D-COMISION   TO WS-SDO-HASH-COMISION
               WHEN 'T'
                    MOVE 'S' TO WS-SDO-T-PRESENTE
                    MOVE SDO-T-HASH-IMPORTE   TO WS-SDO-TOT-IMPORTE
                    MOVE SDO-T-HASH-AGUINALDO TO WS-SDO-TOT-AGUINALDO
                    MOVE SDO-T-HASH-COMISION  TO WS-SDO-TOT-COMISION
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2700-LEER-SUELDOS-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-ABRIR-REPORTE.

           OPEN OUTPUT ESTVEND.

           IF NOT FS-ESTVEND-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE ESTVEND'
              DISPLAY 'FILE STATUS: ' FS-ESTVEND
      * SI NO ABRE EL ARCHIVO DE SALIDA DETENGO EL PROCESO
              STOP RUN
           END-IF.

       3000-ABRIR-REPORTE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Procedimiento de salida del SORT: aparea los movimientos
      *    ordenados por codigo con el maestro recorrido por codigo
      *    (o con el unico vendedor pedido, ya leido en 1100) y emite
      *    un estado por vendedor.
       3100-EMITIR-ESTADOS.

           MOVE 'N' TO WS-SORT-EOF.

           PERFORM 3110-LEER-SORT
              THRU 3110-LEER-SORT-EXIT.

           IF WS-UN-VENDEDOR-SI
              MOVE WS-ENT-CODIGO-N TO VDM-CODIGO
              READ VENDMAST
              IF NOT FS-VENDMAST-OK
                 DISPLAY 'ERROR AL LEER EL MAESTRO DE VENDEDORES'
                 DISPLAY 'FILE STATUS: ' FS-VENDMAST
                 STOP RUN
              END-IF
              PERFORM 3200-EMITIR-ESTADO
                 THRU 3200-EMITIR-ESTADO-EXIT
              GO TO 3100-EMITIR-ESTADOS-EXIT
           END-IF.

           MOVE 'N' TO WS-VENDMAST-EOF.
           MOVE LOW-VALUES TO VDM-CODIGO.

           START VENDMAST KEY IS >= VDM-CODIGO
               INVALID KEY
                  SET WS-VENDMAST-EOF-YES TO TRUE
           END-START.

           PERFORM 3150-EMITIR-VENDEDOR-UNO
              THRU 3150-EMITIR-VENDEDOR-UNO-EXIT
              UNTIL WS-VENDMAST-EOF-YES.

       3100-EMITIR-ESTADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3110-LEER-SORT.

           RETURN SORT-ESTADO
               AT END
                  SET WS-SORT-EOF-YES TO TRUE
           END-RETURN.

       3110-LEER-SORT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3150-EMITIR-VENDEDOR-UNO.

           READ VENDMAST NEXT.

           IF FS-VENDMAST-EOF
              SET WS-VENDMAST-EOF-YES TO TRUE
              GO TO 3150-EMITIR-VENDEDOR-UNO-EXIT
           END-IF.

           IF NOT FS-VENDMAST-OK
              DISPLAY 'ERROR AL LEER EL MAESTRO DE VENDEDORES'
              DISPLAY 'FILE STATUS: ' FS-VENDMAST
              STOP RUN
           END-IF.

           PERFORM 3200-EMITIR-ESTADO
              THRU 3200-EMITIR-ESTADO-EXIT.

       3150-EMITIR-VENDEDOR-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Estado de cuenta del vendedor del registro VDM en curso.
      *    Un vendedor dado de baja sin movimientos ni importes en
      *    las interfaces no sale (salvo que se lo pida por codigo).
       3200-EMITIR-ESTADO.

           PERFORM 3250-SUMAR-INTERFACES
              THRU 3250-SUMAR-INTERFACES-EXIT.

           IF VDM-ESTADO NOT = 'A'
              AND WS-UN-VENDEDOR-NO
              AND (WS-SORT-EOF-YES OR SORT-CODIGO NOT = VDM-CODIGO)
              AND WS-EV-CP-CANT = 0
              AND WS-EV-LQ-CANT = 0
              AND WS-EV-SD-CANT = 0
              ADD 1 TO WS-BAJAS-OMITIDAS
              GO TO 3200-EMITIR-ESTADO-EXIT
           END-IF.

           ADD 1 TO WS-ESTADOS-EMITIDOS.

           MOVE 0 TO WS-EV-CANT-VTA.
           MOVE 0 TO WS-EV-CANT-DEV.
           MOVE 0 TO WS-EV-VENTAS.
           MOVE 0 TO WS-EV-DEVOL.
           MOVE 0 TO WS-EV-DIFERENCIAS.

      *----Encabezado, siempre en pagina nueva
           MOVE SPACES TO WS-LINEA.
           STRING 'ESTADO MENSUAL DEL VENDEDOR - PERIODO '
                  WS-PER-MES '/' WS-PER-ANIO
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3950-GRABAR-LINEA-PAGINA
              THRU 3950-GRABAR-LINEA-PAGINA-EXIT.

           MOVE SPACES TO WS-LINEA.
           IF VDM-ESTADO = 'A'
              STRING 'CODIGO: ' VDM-CODIGO
                     '  NOMBRE: ' VDM-NOMBRE
                     '  SUCURSAL: ' VDM-SUCURSAL
                     '  ESTADO: ACTIVO'
                  DELIMITED BY SIZE INTO WS-LINEA
           ELSE
              STRING 'CODIGO: ' VDM-CODIGO
                     '  NOMBRE: ' VDM-NOMBRE
                     '  SUCURSAL: ' VDM-SUCURSAL
                     '  ESTADO: BAJA'
                  DELIMITED BY SIZE INTO WS-LINEA
           END-IF.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE ALL '=' TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE 'FECHA       SUC  MOVIMIENTO          IMPORTE'
             TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE ALL '-' TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

      *----Movimientos del periodo, ya ordenados por fecha
           PERFORM 3300-GRABAR-MOVIMIENTO
              THRU 3300-GRABAR-MOVIMIENTO-EXIT
              UNTIL WS-SORT-EOF-YES
                 OR SORT-CODIGO NOT = VDM-CODIGO.

           IF WS-EV-CANT-VTA = 0 AND WS-EV-CANT-DEV = 0
              MOVE '  SIN MOVIMIENTOS EN EL PERIODO' TO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-EXIT
           END-IF.

           MOVE ALL '-' TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3400-GRABAR-TOTALES
              THRU 3400-GRABAR-TOTALES-EXIT.

           PERFORM 3500-GRABAR-COMISION
              THRU 3500-GRABAR-COMISION-EXIT.

           PERFORM 3600-GRABAR-AGUINALDO
              THRU 3600-GRABAR-AGUINALDO-EXIT.

           PERFORM 3700-CONTROLAR-ESTADO
              THRU 3700-CONTROLAR-ESTADO-EXIT.

           IF WS-EV-DIFERENCIAS > 0
              ADD 1 TO WS-VEND-CON-DIFERENCIA
           END-IF.

           ADD WS-EV-NETO        TO WS-TOT-NETO.
           ADD WS-EV-AGUINALDO   TO WS-TOT-AGUINALDO.
           ADD WS-EV-CP-COMISION TO WS-TOT-COMISION.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA.
           STRING 'FIN DEL ESTADO DEL VENDEDOR ' VDM-CODIGO
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3200-EMITIR-ESTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Suma lo que cada interfaz del periodo trae para el codigo
      *    del vendedor en curso y marca esos detalles como usados.
       3250-SUMAR-INTERFACES.

           MOVE 0 TO WS-EV-CP-CANT.
           MOVE 0 TO WS-EV-CP-IMPORTE.
           MOVE 0 TO WS-EV-CP-COMISION.
           MOVE 0 TO WS-EV-LQ-CANT.
           MOVE 0 TO WS-EV-LQ-IMPORTE.
           MOVE 0 TO WS-EV-LQ-AGUINALDO.
           MOVE 0 TO WS-EV-SD-CANT.
           MOVE 0 TO WS-EV-SD-IMPORTE.
           MOVE 0 TO WS-EV-SD-AGUINALDO.
           MOVE 0 TO WS-EV-SD-COMISION.

           PERFORM 3260-SUMAR-COMIPAGO-UNO
              THRU 3260-SUMAR-COMIPAGO-UNO-EXIT
             VARYING WS-CP-IX FROM 1 BY 1
               UNTIL WS-CP-IX > WS-CP-CANT.

           PERFORM 3270-SUMAR-LIQSAC-UNO
              THRU 3270-SUMAR-LIQSAC-UNO-EXIT
             VARYING WS-LQ-IX FROM 1 BY 1
               UNTIL WS-LQ-IX > WS-LQ-CANT.

           PERFORM 3280-SUMAR-SUELDOS-UNO
              THRU 3280-SUMAR-SUELDOS-UNO-EXIT
             VARYING WS-SD-IX FROM 1 BY 1
               UNTIL WS-SD-IX > WS-SD-CANT.

       3250-SUMAR-INTERFACES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3260-SUMAR-COMIPAGO-UNO.

           IF WS-CP-CODIGO(WS-CP-IX) NOT = VDM-CODIGO
              GO TO 3260-SUMAR-COMIPAGO-UNO-EXIT
           END-IF.

           ADD 1                        TO WS-EV-CP-CANT.
           ADD WS-CP-IMPORTE(WS-CP-IX)  TO WS-EV-CP-IMPORTE.
           ADD WS-CP-COMISION(WS-CP-IX) TO WS-EV-CP-COMISION.
           MOVE 'S' TO WS-CP-USADO(WS-CP-IX).

       3260-SUMAR-COMIPAGO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3270-SUMAR-LIQSAC-UNO.

           IF WS-LQ-CODIGO(WS-LQ-IX) NOT = VDM-CODIGO
              GO TO 3270-SUMAR-LIQSAC-UNO-EXIT
           END-IF.

           ADD 1                         TO WS-EV-LQ-CANT.
           ADD WS-LQ-IMPORTE(WS-LQ-IX)   TO WS-EV-LQ-IMPORTE.
           ADD WS-LQ-AGUINALDO(WS-LQ-IX) TO WS-EV-LQ-AGUINALDO.
           MOVE 'S' TO WS-LQ-USADO(WS-LQ-IX).

       3270-SUMAR-LIQSAC-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3280-SUMAR-SUELDOS-UNO.

           IF WS-SD-CODIGO(WS-SD-IX) NOT = VDM-CODIGO
              GO TO 3280-SUMAR-SUELDOS-UNO-EXIT
           END-IF.

           ADD 1                         TO WS-EV-SD-CANT.
           ADD WS-SD-IMPORTE(WS-SD-IX)   TO WS-EV-SD-IMPORTE.
           ADD WS-SD-AGUINALDO(WS-SD-IX) TO WS-EV-SD-AGUINALDO.
           ADD WS-SD-COMISION(WS-SD-IX)  TO WS-EV-SD-COMISION.
           MOVE 'S' TO WS-SD-USADO(WS-SD-IX).

       3280-SUMAR-SUELDOS-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Un renglon de movimiento: fecha DD/MM/AAAA, sucursal, tipo
      *    e importe. La devolucion resta del neto.
       3300-GRABAR-MOVIMIENTO.

           IF SORT-TIPO-MOV = 'D'
              MOVE 'DEVOLUCION' TO WS-MOV-TEXTO
              ADD 1            TO WS-EV-CANT-DEV
              ADD SORT-IMPORTE TO WS-EV-DEVOL
           ELSE
              MOVE 'VENTA'      TO WS-MOV-TEXTO
              ADD 1            TO WS-EV-CANT-VTA
              ADD SORT-IMPORTE TO WS-EV-VENTAS
           END-IF.

           MOVE SORT-IMPORTE TO WS-IMP-EDIT-A.

           MOVE SPACES TO WS-LINEA.
           STRING SORT-FECHA(7:2) '/' SORT-FECHA(5:2) '/'
                  SORT-FECHA(1:4)
                  '   ' SORT-SUCURSAL
                  '   ' WS-MOV-TEXTO
                  ' ' WS-IMP-EDIT-A
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           PERFORM 3110-LEER-SORT
              THRU 3110-LEER-SORT-EXIT.

       3300-GRABAR-MOVIMIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Subtotales, neto y cuota con su cumplimiento (mismo
      *    calculo que 3100-GRABAR-CUMPLIMIENTO de CL12EJ12)
       3400-GRABAR-TOTALES.

           COMPUTE WS-EV-NETO = WS-EV-VENTAS - WS-EV-DEVOL.

           MOVE WS-EV-CANT-VTA TO WS-CANT-EDIT.
           MOVE WS-EV-VENTAS   TO WS-IMP-EDIT-A.
           MOVE SPACES TO WS-LINEA.
           STRING 'TOTAL VENTAS        (' WS-CANT-EDIT ')   '
                  WS-IMP-EDIT-A
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-EV-CANT-DEV TO WS-CANT-EDIT.
           MOVE WS-EV-DEVOL    TO WS-IMP-EDIT-A.
           MOVE SPACES TO WS-LINEA.
           STRING 'TOTAL DEVOLUCIONES  (' WS-CANT-EDIT ')   '
                  WS-IMP-EDIT-A
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-EV-NETO TO WS-IMP-EDIT-A.
           MOVE SPACES TO WS-LINEA.
           STRING 'VENTA NETA                    ' WS-IMP-EDIT-A
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE 0 TO WS-CQ-HALLADO.

           PERFORM 3450-BUSCAR-CUOTA-UNA
              THRU 3450-BUSCAR-CUOTA-UNA-EXIT
             VARYING WS-CQ-IX FROM 1 BY 1
               UNTIL WS-CQ-IX > WS-CQ-CANT
                  OR WS-CQ-HALLADO > 0.

           MOVE SPACES TO WS-LINEA.

           EVALUATE TRUE
               WHEN NOT WS-CUOTAS-DISPONIBLE-SI
                    MOVE 'CUOTA DEL PERIODO: SIN MAESTRO DE CUOTAS'
                      TO WS-LINEA
               WHEN WS-CQ-HALLADO = 0
                    MOVE 'CUOTA DEL PERIODO: SIN CUOTA ASIGNADA'
                      TO WS-LINEA
               WHEN OTHER
                    IF WS-CQ-OBJETIVO(WS-CQ-HALLADO) > 0
                       COMPUTE WS-EV-PCT ROUNDED =
                          WS-EV-NETO * 100
                          / WS-CQ-OBJETIVO(WS-CQ-HALLADO)
                    ELSE
                       MOVE 0 TO WS-EV-PCT
                    END-IF
                    MOVE WS-CQ-OBJETIVO(WS-CQ-HALLADO)
                      TO WS-IMP-EDIT-A
                    MOVE WS-EV-PCT TO WS-PCT-EDIT
                    STRING 'CUOTA DEL PERIODO             '
                           WS-IMP-EDIT-A
                           '   CUMPLIMIENTO ' WS-PCT-EDIT ' PCT'
                        DELIMITED BY SIZE INTO WS-LINEA
           END-EVALUATE.

           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3400-GRABAR-TOTALES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3450-BUSCAR-CUOTA-UNA.

           IF WS-CQ-CODIGO(WS-CQ-IX) = VDM-CODIGO
              MOVE WS-CQ-IX TO WS-CQ-HALLADO
           END-IF.

       3450-BUSCAR-CUOTA-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Comision liquidada en COMIPAGO: un renglon por sucursal
      *    (el vendedor trasladado en el periodo trae mas de uno),
      *    con la base, la tasa del tramo y la comision.
       3500-GRABAR-COMISION.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE 'COMISION LIQUIDADA (COMIPAGO)' TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           IF NOT WS-CPG-USABLE
              MOVE WS-CPG-ESTADO TO WS-INTERFAZ-TEXTO
              PERFORM 3850-TEXTO-INTERFAZ
                 THRU 3850-TEXTO-INTERFAZ-EXIT
              MOVE SPACES TO WS-LINEA
              STRING '  COMIPAGO ' WS-INTERFAZ-TEXTO
                  DELIMITED BY SIZE INTO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-EXIT
              GO TO 3500-GRABAR-COMISION-EXIT
           END-IF.

           IF WS-EV-CP-CANT = 0
              MOVE '  SIN COMISION LIQUIDADA EN EL PERIODO'
                TO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-EXIT
              GO TO 3500-GRABAR-COMISION-EXIT
           END-IF.

           PERFORM 3550-GRABAR-COMISION-UNA
              THRU 3550-GRABAR-COMISION-UNA-EXIT
             VARYING WS-CP-IX FROM 1 BY 1
               UNTIL WS-CP-IX > WS-CP-CANT.

      *----El total va debajo de la columna de comision de 3550
           MOVE WS-EV-CP-COMISION TO WS-IMP-EDIT-A.
           MOVE SPACES TO WS-LINEA.
           MOVE '  TOTAL COMISION' TO WS-LINEA.
           MOVE WS-IMP-EDIT-A TO WS-LINEA(64:17).
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3500-GRABAR-COMISION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3550-GRABAR-COMISION-UNA.

           IF WS-CP-CODIGO(WS-CP-IX) NOT = VDM-CODIGO
              GO TO 3550-GRABAR-COMISION-UNA-EXIT
           END-IF.

           MOVE WS-CP-IMPORTE(WS-CP-IX)  TO WS-IMP-EDIT-A.
           MOVE WS-CP-TASA(WS-CP-IX)     TO WS-TASA-EDIT.
           MOVE WS-CP-COMISION(WS-CP-IX) TO WS-IMP-EDIT-B.

           MOVE SPACES TO WS-LINEA.
           STRING '  SUCURSAL ' WS-CP-SUCURSAL(WS-CP-IX)
                  '  BASE ' WS-IMP-EDIT-A
                  '  TASA ' WS-TASA-EDIT ' PCT'
                  '  COMISION ' WS-IMP-EDIT-B
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3550-GRABAR-COMISION-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Aguinaldo devengado sobre la venta neta del periodo, con
      *    el mismo redondeo de 5000-REPORTE-VENDEDOR de CL12EJ01, y
      *    al lado lo que liquido LIQSAC.
       3600-GRABAR-AGUINALDO.

           COMPUTE WS-EV-AGUINALDO ROUNDED = WS-EV-NETO / 12.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-EV-AGUINALDO TO WS-IMP-EDIT-A.
           MOVE SPACES TO WS-LINEA.
           STRING 'AGUINALDO DEVENGADO (NETO/12) ' WS-IMP-EDIT-A
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA.

           IF WS-LIQ-USABLE
              MOVE WS-EV-LQ-AGUINALDO TO WS-IMP-EDIT-A
              STRING 'AGUINALDO LIQUIDADO (LIQSAC)  ' WS-IMP-EDIT-A
                  DELIMITED BY SIZE INTO WS-LINEA
           ELSE
              MOVE WS-LIQ-ESTADO TO WS-INTERFAZ-TEXTO
              PERFORM 3850-TEXTO-INTERFAZ
                 THRU 3850-TEXTO-INTERFAZ-EXIT
              STRING 'AGUINALDO LIQUIDADO: LIQSAC ' WS-INTERFAZ-TEXTO
                  DELIMITED BY SIZE INTO WS-LINEA
           END-IF.

           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3600-GRABAR-AGUINALDO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Control del estado contra cada interfaz del periodo: lo
      *    que muestra la hoja tiene que ser lo que cobra el
      *    vendedor.
       3700-CONTROLAR-ESTADO.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE 'CONTROL CONTRA LAS INTERFACES DE SUELDOS' TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           IF NOT WS-CPG-USABLE
              AND NOT WS-LIQ-USABLE
              AND NOT WS-SDO-USABLE
              MOVE '  SIN INTERFACES DEL PERIODO' TO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-EXIT
              GO TO 3700-CONTROLAR-ESTADO-EXIT
           END-IF.

           IF WS-CPG-USABLE
              MOVE 'NETO VS BASE COMIPAGO'  TO WS-CTL-CONCEPTO
              MOVE WS-EV-NETO               TO WS-CTL-ESTADO
              MOVE WS-EV-CP-IMPORTE         TO WS-CTL-INTERFAZ
              PERFORM 3750-GRABAR-CONTROL
                 THRU 3750-GRABAR-CONTROL-EXIT
           END-IF.

           IF WS-LIQ-USABLE
              MOVE 'NETO VS LIQSAC'         TO WS-CTL-CONCEPTO
              MOVE WS-EV-NETO               TO WS-CTL-ESTADO
              MOVE WS-EV-LQ-IMPORTE         TO WS-CTL-INTERFAZ
              PERFORM 3750-GRABAR-CONTROL
                 THRU 3750-GRABAR-CONTROL-EXIT
              MOVE 'AGUINALDO VS LIQSAC'    TO WS-CTL-CONCEPTO
              MOVE WS-EV-AGUINALDO          TO WS-CTL-ESTADO
              MOVE WS-EV-LQ-AGUINALDO       TO WS-CTL-INTERFAZ
              PERFORM 3750-GRABAR-CONTROL
                 THRU 3750-GRABAR-CONTROL-EXIT
           END-IF.

           IF WS-SDO-USABLE
              MOVE 'NETO VS SUELDOS'        TO WS-CTL-CONCEPTO
              MOVE WS-EV-NETO               TO WS-CTL-ESTADO
              MOVE WS-EV-SD-IMPORTE         TO WS-CTL-INTERFAZ
              PERFORM 3750-GRABAR-CONTROL
                 THRU 3750-GRABAR-CONTROL-EXIT
              MOVE 'AGUINALDO VS SUELDOS'   TO WS-CTL-CONCEPTO
              MOVE WS-EV-AGUINALDO          TO WS-CTL-ESTADO
              MOVE WS-EV-SD-AGUINALDO       TO WS-CTL-INTERFAZ
              PERFORM 3750-GRABAR-CONTROL
                 THRU 3750-GRABAR-CONTROL-EXIT
           END-IF.

      *----La comision del estado es la de COMIPAGO: sin COMIPAGO
      *    del periodo no hay contra que cruzar la de SUELDOS
           IF WS-SDO-USABLE AND WS-CPG-USABLE
              MOVE 'COMISION VS SUELDOS'    TO WS-CTL-CONCEPTO
              MOVE WS-EV-CP-COMISION        TO WS-CTL-ESTADO
              MOVE WS-EV-SD-COMISION        TO WS-CTL-INTERFAZ
              PERFORM 3750-GRABAR-CONTROL
                 THRU 3750-GRABAR-CONTROL-EXIT
           END-IF.

       3700-CONTROLAR-ESTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Un renglon de control del estado: concepto, importe del
      *    estado, importe de la interfaz y veredicto
       3750-GRABAR-CONTROL.

           MOVE WS-CTL-ESTADO   TO WS-IMP-EDIT-A.
           MOVE WS-CTL-INTERFAZ TO WS-IMP-EDIT-B.

           MOVE SPACES TO WS-LINEA.

           IF WS-CTL-ESTADO = WS-CTL-INTERFAZ
              STRING '  ' WS-CTL-CONCEPTO
                     ' ESTADO ' WS-IMP-EDIT-A
                     '  INTERFAZ ' WS-IMP-EDIT-B
                     '  CONCILIA'
                  DELIMITED BY SIZE INTO WS-LINEA
           ELSE
              ADD 1 TO WS-EV-DIFERENCIAS
              STRING '  ' WS-CTL-CONCEPTO
                     ' ESTADO ' WS-IMP-EDIT-A
                     '  INTERFAZ ' WS-IMP-EDIT-B
                     '  DIFERENCIA'
                  DELIMITED BY SIZE INTO WS-LINEA
           END-IF.

           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3750-GRABAR-CONTROL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Hoja final de cuadre (solo cuando salieron todos los
      *    vendedores): por cada interfaz del periodo, su cola contra
      *    el total de los estados mas lo que la interfaz trae fuera
      *    de cualquier estado (codigo 0, nombre sin codigo o codigo
      *    fuera del maestro), que se lista detalle por detalle.
       3800-CUADRAR-INTERFACES.

           MOVE SPACES TO WS-LINEA.
           STRING 'CUADRE DE LOS ESTADOS CONTRA LAS INTERFACES DE '
                  'SUELDOS - PERIODO ' WS-PER-MES '/' WS-PER-ANIO
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3950-GRABAR-LINEA-PAGINA
              THRU 3950-GRABAR-LINEA-PAGINA-EXIT.

           MOVE ALL '=' TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-ESTADOS-EMITIDOS TO WS-CANT-EDIT.
           MOVE SPACES TO WS-LINEA.
           STRING 'ESTADOS EMITIDOS: ' WS-CANT-EDIT
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-VTA-SIN-CODIGO      TO WS-CANT-EDIT.
           MOVE WS-VTA-SIN-CODIGO-NETO TO WS-IMP-EDIT-A.
           MOVE SPACES TO WS-LINEA.
           STRING 'MOVIMIENTOS DEL PERIODO SIN VENDEDOR EN EL '
                  'MAESTRO: ' WS-CANT-EDIT '  NETO ' WS-IMP-EDIT-A
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

      *----COMIPAGO
           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-CPG-ESTADO TO WS-INTERFAZ-TEXTO.
           PERFORM 3850-TEXTO-INTERFAZ
              THRU 3850-TEXTO-INTERFAZ-EXIT.
           MOVE SPACES TO WS-LINEA.
           STRING 'COMIPAGO ' WS-INTERFAZ-TEXTO
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           IF WS-CPG-USABLE
              MOVE 0 TO WS-FUERA-CANT
              MOVE 0 TO WS-FUERA-IMPORTE
              MOVE 0 TO WS-FUERA-COMISION
              PERFORM 3810-FUERA-COMIPAGO-UNO
                 THRU 3810-FUERA-COMIPAGO-UNO-EXIT
                VARYING WS-CP-IX FROM 1 BY 1
                  UNTIL WS-CP-IX > WS-CP-CANT
              PERFORM 3870-TITULO-CUADRE
                 THRU 3870-TITULO-CUADRE-EXIT
              MOVE 'VENTA NETA'           TO WS-CTL-CONCEPTO
              MOVE WS-TOT-NETO            TO WS-CTL-ESTADO
              MOVE WS-FUERA-IMPORTE       TO WS-CTL-FUERA
              MOVE WS-CPG-TOT-IMPORTE     TO WS-CTL-INTERFAZ
              PERFORM 3880-GRABAR-CUADRE
                 THRU 3880-GRABAR-CUADRE-EXIT
              MOVE 'COMISION'             TO WS-CTL-CONCEPTO
              MOVE WS-TOT-COMISION        TO WS-CTL-ESTADO
              MOVE WS-FUERA-COMISION      TO WS-CTL-FUERA
              MOVE WS-CPG-TOT-COMISION    TO WS-CTL-INTERFAZ
              PERFORM 3880-GRABAR-CUADRE
                 THRU 3880-GRABAR-CUADRE-EXIT
           END-IF.

      *----LIQSAC
           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-LIQ-ESTADO TO WS-INTERFAZ-TEXTO.
           PERFORM 3850-TEXTO-INTERFAZ
              THRU 3850-TEXTO-INTERFAZ-EXIT.
           MOVE SPACES TO WS-LINEA.
           STRING 'LIQSAC ' WS-INTERFAZ-TEXTO
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           IF WS-LIQ-USABLE
              MOVE 0 TO WS-FUERA-CANT
              MOVE 0 TO WS-FUERA-IMPORTE
              MOVE 0 TO WS-FUERA-AGUINALDO
              PERFORM 3820-FUERA-LIQSAC-UNO
                 THRU 3820-FUERA-LIQSAC-UNO-EXIT
                VARYING WS-LQ-IX FROM 1 BY 1
                  UNTIL WS-LQ-IX > WS-LQ-CANT
              PERFORM 3870-TITULO-CUADRE
                 THRU 3870-TITULO-CUADRE-EXIT
              MOVE 'VENTA NETA'           TO WS-CTL-CONCEPTO
              MOVE WS-TOT-NETO            TO WS-CTL-ESTADO
              MOVE WS-FUERA-IMPORTE       TO WS-CTL-FUERA
              MOVE WS-LIQ-TOT-IMPORTE     TO WS-CTL-INTERFAZ
              PERFORM 3880-GRABAR-CUADRE
                 THRU 3880-GRABAR-CUADRE-EXIT
              MOVE 'AGUINALDO'            TO WS-CTL-CONCEPTO
              MOVE WS-TOT-AGUINALDO       TO WS-CTL-ESTADO
              MOVE WS-FUERA-AGUINALDO     TO WS-CTL-FUERA
              MOVE WS-LIQ-TOT-AGUINALDO   TO WS-CTL-INTERFAZ
              PERFORM 3880-GRABAR-CUADRE
                 THRU 3880-GRABAR-CUADRE-EXIT
           END-IF.

      *----SUELDOS
           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE WS-SDO-ESTADO TO WS-INTERFAZ-TEXTO.
           PERFORM 3850-TEXTO-INTERFAZ
              THRU 3850-TEXTO-INTERFAZ-EXIT.
           MOVE SPACES TO WS-LINEA.
           STRING 'SUELDOS ' WS-INTERFAZ-TEXTO
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           IF WS-SDO-USABLE
              MOVE 0 TO WS-FUERA-CANT
              MOVE 0 TO WS-FUERA-IMPORTE
              MOVE 0 TO WS-FUERA-AGUINALDO
              MOVE 0 TO WS-FUERA-COMISION
              PERFORM 3830-FUERA-SUELDOS-UNO
                 THRU 3830-FUERA-SUELDOS-UNO-EXIT
                VARYING WS-SD-IX FROM 1 BY 1
                  UNTIL WS-SD-IX > WS-SD-CANT
              PERFORM 3870-TITULO-CUADRE
                 THRU 3870-TITULO-CUADRE-EXIT
              MOVE 'VENTA NETA'           TO WS-CTL-CONCEPTO
              MOVE WS-TOT-NETO            TO WS-CTL-ESTADO
              MOVE WS-FUERA-IMPORTE       TO WS-CTL-FUERA
              MOVE WS-SDO-TOT-IMPORTE     TO WS-CTL-INTERFAZ
              PERFORM 3880-GRABAR-CUADRE
                 THRU 3880-GRABAR-CUADRE-EXIT
              MOVE 'AGUINALDO'            TO WS-CTL-CONCEPTO
              MOVE WS-TOT-AGUINALDO       TO WS-CTL-ESTADO
              MOVE WS-FUERA-AGUINALDO     TO WS-CTL-FUERA
              MOVE WS-SDO-TOT-AGUINALDO   TO WS-CTL-INTERFAZ
              PERFORM 3880-GRABAR-CUADRE
                 THRU 3880-GRABAR-CUADRE-EXIT
              MOVE 'COMISION'             TO WS-CTL-CONCEPTO
              MOVE WS-TOT-COMISION        TO WS-CTL-ESTADO
              MOVE WS-FUERA-COMISION      TO WS-CTL-FUERA
              MOVE WS-SDO-TOT-COMISION    TO WS-CTL-INTERFAZ
              PERFORM 3880-GRABAR-CUADRE
                 THRU 3880-GRABAR-CUADRE-EXIT
           END-IF.

           MOVE SPACES TO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           MOVE SPACES TO WS-LINEA.
           IF WS-CUADRES-FALLIDOS = 0
              MOVE 'LAS INTERFACES DEL PERIODO CUADRAN CON LOS ESTADOS'
                TO WS-LINEA
           ELSE
              MOVE WS-CUADRES-FALLIDOS TO WS-CANT-EDIT
              STRING 'CUADRES QUE NO CIERRAN: ' WS-CANT-EDIT
                  DELIMITED BY SIZE INTO WS-LINEA
           END-IF.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3800-CUADRAR-INTERFACES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3810-FUERA-COMIPAGO-UNO.

           IF WS-CP-USADO(WS-CP-IX) = 'S'
              GO TO 3810-FUERA-COMIPAGO-UNO-EXIT
           END-IF.

           ADD 1                        TO WS-FUERA-CANT.
           ADD WS-CP-IMPORTE(WS-CP-IX)  TO WS-FUERA-IMPORTE.
           ADD WS-CP-COMISION(WS-CP-IX) TO WS-FUERA-COMISION.

           MOVE WS-CP-IMPORTE(WS-CP-IX)  TO WS-IMP-EDIT-A.
           MOVE WS-CP-COMISION(WS-CP-IX) TO WS-IMP-EDIT-B.
           MOVE SPACES TO WS-LINEA.
           STRING '  SIN ESTADO: ' WS-CP-CODIGO(WS-CP-IX)
                  ' ' WS-CP-VENDEDOR(WS-CP-IX)
                  ' ' WS-CP-SUCURSAL(WS-CP-IX)
                  ' ' WS-IMP-EDIT-A
                  ' COMISION ' WS-IMP-EDIT-B
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3810-FUERA-COMIPAGO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3820-FUERA-LIQSAC-UNO.

           IF WS-LQ-USADO(WS-LQ-IX) = 'S'
              GO TO 3820-FUERA-LIQSAC-UNO-EXIT
           END-IF.

           ADD 1                         TO WS-FUERA-CANT.
           ADD WS-LQ-IMPORTE(WS-LQ-IX)   TO WS-FUERA-IMPORTE.
           ADD WS-LQ-AGUINALDO(WS-LQ-IX) TO WS-FUERA-AGUINALDO.

           MOVE WS-LQ-IMPORTE(WS-LQ-IX)   TO WS-IMP-EDIT-A.
           MOVE WS-LQ-AGUINALDO(WS-LQ-IX) TO WS-IMP-EDIT-B.
           MOVE SPACES TO WS-LINEA.
           STRING '  SIN ESTADO: ' WS-LQ-CODIGO(WS-LQ-IX)
                  ' ' WS-LQ-VENDEDOR(WS-LQ-IX)
                  '   ' WS-IMP-EDIT-A
                  ' AGUINALDO ' WS-IMP-EDIT-B
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3820-FUERA-LIQSAC-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3830-FUERA-SUELDOS-UNO.

           IF WS-SD-USADO(WS-SD-IX) = 'S'
              GO TO 3830-FUERA-SUELDOS-UNO-EXIT
           END-IF.

           ADD 1                         TO WS-FUERA-CANT.
           ADD WS-SD-IMPORTE(WS-SD-IX)   TO WS-FUERA-IMPORTE.
           ADD WS-SD-AGUINALDO(WS-SD-IX) TO WS-FUERA-AGUINALDO.
           ADD WS-SD-COMISION(WS-SD-IX)  TO WS-FUERA-COMISION.

           MOVE WS-SD-IMPORTE(WS-SD-IX)   TO WS-IMP-EDIT-A.
           MOVE WS-SD-AGUINALDO(WS-SD-IX) TO WS-IMP-EDIT-B.
           MOVE WS-SD-COMISION(WS-SD-IX)  TO WS-IMP-EDIT-C.
           MOVE SPACES TO WS-LINEA.
           STRING '  SIN ESTADO ' WS-SD-CODIGO(WS-SD-IX)
                  ' ' WS-SD-VENDEDOR(WS-SD-IX)
                  WS-IMP-EDIT-A WS-IMP-EDIT-B WS-IMP-EDIT-C
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3830-FUERA-SUELDOS-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Arma en WS-INTERFAZ-TEXTO la situacion de una interfaz a
      *    partir de su estado (que llega en la primera posicion)
       3850-TEXTO-INTERFAZ.

           EVALUATE WS-INTERFAZ-TEXTO(1:1)
               WHEN 'S'
                    MOVE 'DEL PERIODO' TO WS-INTERFAZ-TEXTO
               WHEN 'F'
                    MOVE 'NO ENCONTRADO' TO WS-INTERFAZ-TEXTO
               WHEN 'E'
                    MOVE 'SIN ENCABEZADO H, NO SE USA'
                      TO WS-INTERFAZ-TEXTO
               WHEN OTHER
                    MOVE 'DE OTRO PERIODO, NO SE USA'
                      TO WS-INTERFAZ-TEXTO
           END-EVALUATE.

       3850-TEXTO-INTERFAZ-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Titulos de las columnas de cuadre de una interfaz
       3870-TITULO-CUADRE.

           MOVE SPACES TO WS-LINEA.
           STRING '  CONCEPTO   '
                  '    TOTAL ESTADOS '
                  ' FUERA DE ESTADOS '
                  '  COLA INTERFAZ  '
                  '     DIFERENCIA'
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

       3870-TITULO-CUADRE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Un renglon de cuadre: la cola de la interfaz tiene que ser
      *    el total de los estados mas lo que quedo fuera de ellos
       3880-GRABAR-CUADRE.

           COMPUTE WS-CTL-DIFERENCIA = WS-CTL-INTERFAZ
                                     - WS-CTL-ESTADO
                                     - WS-CTL-FUERA.

           MOVE WS-CTL-ESTADO     TO WS-IMP-EDIT-A.
           MOVE WS-CTL-FUERA      TO WS-IMP-EDIT-B.
           MOVE WS-CTL-INTERFAZ   TO WS-IMP-EDIT-C.
           MOVE WS-CTL-DIFERENCIA TO WS-IMP-EDIT-D.

           MOVE SPACES TO WS-LINEA.
           STRING '  ' WS-CTL-CONCEPTO(1:10)
                  ' ' WS-IMP-EDIT-A
                  ' ' WS-IMP-EDIT-B
                  ' ' WS-IMP-EDIT-C
                  ' ' WS-IMP-EDIT-D
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM 3900-GRABAR-LINEA
              THRU 3900-GRABAR-LINEA-EXIT.

           IF WS-CTL-DIFERENCIA NOT = 0
              ADD 1 TO WS-CUADRES-FALLIDOS
              MOVE '    ** NO CUADRA **' TO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
                 THRU 3900-GRABAR-LINEA-EXIT
           END-IF.

       3880-GRABAR-CUADRE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3900-GRABAR-LINEA.

           WRITE LINEA-ESTVEND FROM WS-LINEA
               AFTER ADVANCING 1 LINE.

           IF NOT FS-ESTVEND-OK
              DISPLAY 'ERROR AL GRABAR LOS ESTADOS DE CUENTA'
              DISPLAY 'FILE STATUS: ' FS-ESTVEND
              STOP RUN
           END-IF.

       3900-GRABAR-LINEA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Primera linea de cada hoja: salto de pagina antes de
      *    grabarla, para poder cortar el archivo por vendedor (las
      *    demas lineas avanzan de a una en 3900, asi el archivo
      *    sale con un solo criterio de control de carro)
       3950-GRABAR-LINEA-PAGINA.

           WRITE LINEA-ESTVEND FROM WS-LINEA
               AFTER ADVANCING PAGE.

           IF NOT FS-ESTVEND-OK
              DISPLAY 'ERROR AL GRABAR LOS ESTADOS DE CUENTA'
              DISPLAY 'FILE STATUS: ' FS-ESTVEND
              STOP RUN
           END-IF.

       3950-GRABAR-LINEA-PAGINA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-MOSTRAR-RESUMEN.

           DISPLAY '================================================'.
           DISPLAY 'PERIODO                     : '
                   WS-PER-MES '/' WS-PER-ANIO.
           DISPLAY 'VENTAS LEIDAS               : ' WS-VTA-LEIDAS.
           DISPLAY 'MOVIMIENTOS DEL PERIODO     : ' WS-VTA-DEL-PERIODO.
           DISPLAY 'MOVIMIENTOS SIN VENDEDOR    : ' WS-VTA-SIN-CODIGO.
           DISPLAY 'ESTADOS EMITIDOS            : ' WS-ESTADOS-EMITIDOS.
           DISPLAY 'BAJAS SIN MOVIMIENTO        : ' WS-BAJAS-OMITIDAS.
           DISPLAY 'ESTADOS CON DIFERENCIAS     : '
                   WS-VEND-CON-DIFERENCIA.

           IF WS-UN-VENDEDOR-NO
              DISPLAY 'CUADRES QUE NO CIERRAN      : '
                      WS-CUADRES-FALLIDOS
           ELSE
              DISPLAY 'UN SOLO VENDEDOR: SIN HOJA DE CUADRE'
           END-IF.

           DISPLAY 'ESTADOS EN ' WS-NOMBRE-ESTVEND.
           DISPLAY '================================================'.

           IF WS-VEND-CON-DIFERENCIA > 0
              OR WS-CUADRES-FALLIDOS > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

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
      *----Resuelve el nombre de WS-NORM-ENT a su codigo por la clave
      *    alternativa del nombre normalizado; deja 0 en
      *    WS-COD-RESUELTO si no esta en el maestro.
       8100-RESOLVER-NOMBRE.

           MOVE 0 TO WS-COD-RESUELTO.

           PERFORM 8000-NORMALIZAR-NOMBRE
              THRU 8000-NORMALIZAR-NOMBRE-EXIT.

           MOVE WS-NORM-SAL TO VDM-NOMBRE-NORM.

           READ VENDMAST
               KEY IS VDM-NOMBRE-NORM.

           EVALUATE TRUE
               WHEN FS-VENDMAST-OK
                    MOVE VDM-CODIGO TO WS-COD-RESUELTO
               WHEN FS-VENDMAST-NOHALLADO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL LEER EL MAESTRO DE VENDEDORES'
                    DISPLAY 'FILE STATUS: ' FS-VENDMAST
                    STOP RUN
           END-EVALUATE.

       8100-RESOLVER-NOMBRE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL12EJ25.
