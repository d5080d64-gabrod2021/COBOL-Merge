      *          existe pero hay un VENDEDORES.TXT secuencial de la
      *          version anterior, se migra automaticamente antes de
      *          aplicar novedades.
      *          Las novedades 'S' trasladan un vendedor a otra
      *          sucursal desde una fecha dada; cada traslado y cada
      *          alta quedan en el historial SUCHIST.TXT con la fecha
      *          desde la que rige la sucursal, el mismo historial que
      *          alimenta CL12EJ14.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----El mismo PARAMETROS.TXT de CL12EJ01: de aca se toma el
      *    override VENDEDORES= (y NOVEDADES= y SUCHIST=), para
      *    que este programa mantenga exactamente el mismo maestro
      *    que CL12EJ01 valida, tambien cuando la corrida lo
      *    redirige.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ALTERNATE RECORD KEY IS CNV-NOMBRE-NORM WITH DUPLICATES
           FILE STATUS IS FS-VENDCNV.

      *----Archivo de novedades: una por linea, accion 'A' (alta),
      *    'B' (baja) o 'S' (traslado de sucursal) mas los datos del
      *    vendedor.
       SELECT NOVEDADES
           ASSIGN DYNAMIC WS-NOMBRE-NOVEDADES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVEDADES.

      *----Historial de asignaciones de sucursal (el mismo que graba
      *    CL12EJ14), acumulativo: se abre en EXTEND.
       SELECT SUCHIST
           ASSIGN DYNAMIC WS-NOMBRE-SUCHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCHIST.

      *----------------------------------------------------------------*

       DATA DIVISION.
          05 CNV-ESTADO                  PIC X(01).
          05 CNV-FECHA-ALTA              PIC X(10).

      *----Definicion registro de novedades. En un traslado ('S')
      *    NOV-SUCURSAL es la sucursal nueva y NOV-FECHA-ALTA la fecha
      *    DD/MM/AAAA desde la que rige (el nombre no se usa).
       FD NOVEDADES.
       01 REGISTRO-NOVEDAD.
          05 NOV-ACCION                  PIC X(01).
          05 NOV-SUCURSAL                PIC X(01).
          05 NOV-FECHA-ALTA              PIC X(10).

      *----Mismo layout que graba CL12EJ14
       FD SUCHIST.
       01 REGISTRO-SUCHIST.
          05 SCH-CODIGO                  PIC 9(05).
          05 SCH-SUCURSAL                PIC X(01).
          05 SCH-SUCURSAL-ANT            PIC X(01).
          05 SCH-FECHA-DESDE             PIC 9(08).
          05 SCH-ORIGEN                  PIC X(01).
          05 SCH-FECHA-REG               PIC 9(08).

      *----------------------------------------------------------------*

       WORKING-STORAGE SECTION.
             88 FS-NOVEDADES-OK             VALUE '00'.
             88 FS-NOVEDADES-EOF            VALUE '10'.
             88 FS-NOVEDADES-NOEXISTE       VALUE '35'.
          05 FS-SUCHIST                   PIC X(2).
             88 FS-SUCHIST-OK               VALUE '00'.
             88 FS-SUCHIST-NOEXISTE         VALUE '35'.

      *----Nombres de los archivos. Se inicializan con los nombres de
      *    siempre y, si existe PARAMETROS.TXT, se sobrescriben en
      *    0050-LEER-PARAMETROS con las claves VENDEDORES=,
      *    NOVEDADES= y SUCHIST= (las demas claves son de otros
      *    programas y se ignoran), mismo criterio que CL12EJ01.
       01 WS-NOMBRE-VENDMAST            PIC X(40)
          VALUE '../VENDEDORES.DAT'.
       01 WS-NOMBRE-VENDTXT             PIC X(40)
          VALUE '../VENDEDORES.TXT'.
       01 WS-NOMBRE-NOVEDADES           PIC X(40)
          VALUE '../NOVEDVEND.TXT'.
       01 WS-NOMBRE-SUCHIST             PIC X(40)
          VALUE '../SUCHIST.TXT'.

      *----Campos de trabajo para partir cada linea CLAVE=VALOR del
      *    archivo de parametros.
       01 WS-NORM-J                     PIC 9(02) COMP VALUE 0.
       01 WS-NORM-ANT-BLANCO            PIC X(01) VALUE 'S'.

      *----Conversion DD/MM/AAAA -> AAAAMMDD de 8100-CONVERTIR-FECHA
      *    (misma rutina que CL12EJ14)
       01 WS-FEC-ENT                    PIC X(10).
       01 WS-FEC-AAAAMMDD               PIC 9(08) VALUE 0.
       01 WS-FEC-PARTES REDEFINES WS-FEC-AAAAMMDD.
          05 WS-FEC-ANIO                PIC 9(04).
          05 WS-FEC-MES                 PIC 9(02).
          05 WS-FEC-DIA                 PIC 9(02).
       01 WS-FEC-VALIDA                 PIC X(01) VALUE 'N'.
          88 WS-FEC-VALIDA-SI                 VALUE 'S'.
          88 WS-FEC-VALIDA-NO                 VALUE 'N'.
       01 WS-FECHA-SISTEMA              PIC 9(08) VALUE 0.

      *----Datos del registro de historial en armado
       01 WS-SUC-ANTERIOR               PIC X(01) VALUE SPACES.
       01 WS-VIGENCIA-AAAAMMDD          PIC 9(08) VALUE 0.

      *----Contadores del resumen final de la corrida
       01 WS-NOV-LEIDAS                 PIC 9(05) VALUE 0.
       01 WS-NOV-ALTAS                  PIC 9(05) VALUE 0.
       01 WS-NOV-BAJAS                  PIC 9(05) VALUE 0.
       01 WS-NOV-TRASLADOS              PIC 9(05) VALUE 0.
       01 WS-NOV-RECHAZADAS             PIC 9(05) VALUE 0.
       01 WS-MIGRADOS                   PIC 9(05) VALUE 0.
       01 WS-PROMOVIDOS                 PIC 9(05) VALUE 0.
           PERFORM 1000-ABRIR-MAESTRO
              THRU 1000-ABRIR-MAESTRO-EXIT.

           PERFORM 1500-ABRIR-HISTORIAL
              THRU 1500-ABRIR-HISTORIAL-EXIT.

           PERFORM 2000-PROCESAR-NOVEDADES
              THRU 2000-PROCESAR-NOVEDADES-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
      *----Lee, si existe, PARAMETROS.TXT y pisa los nombres por
      *    defecto. Solo interesan las claves VENDEDORES, NOVEDADES
      *    y SUCHIST; si el archivo no existe sigue con los nombres
      *    de siempre sin avisar error, igual que CL12EJ01.
       0050-LEER-PARAMETROS.

           OPEN INPUT PARAMETROS.
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-VENDMAST
               WHEN 'NOVEDADES'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-NOVEDADES
               WHEN 'SUCHIST'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUCHIST
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
       1280-PROMOVER-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Abre el historial de sucursales en EXTEND; si todavia no
      *    existe se crea. Sin historial no se aplican novedades: un
      *    alta o traslado sin su vigencia no debe quedar.
       1500-ABRIR-HISTORIAL.

           OPEN EXTEND SUCHIST.

           IF FS-SUCHIST-NOEXISTE
              OPEN OUTPUT SUCHIST
           END-IF.

           IF NOT FS-SUCHIST-OK
              DISPLAY 'ERROR AL ABRIR EL HISTORIAL DE SUCURSALES'
              DISPLAY 'FILE STATUS: ' FS-SUCHIST
              STOP RUN
           END-IF.

       1500-ABRIR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Lee las novedades y las aplica de a una, por clave,
      *    directamente sobre el maestro
       2000-PROCESAR-NOVEDADES.
               WHEN 'B'
                    PERFORM 2400-APLICAR-BAJA
                       THRU 2400-APLICAR-BAJA-EXIT
               WHEN 'S'
                    PERFORM 2500-APLICAR-TRASLADO
                       THRU 2500-APLICAR-TRASLADO-EXIT
               WHEN OTHER
                    ADD 1 TO WS-NOV-RECHAZADAS
                    DISPLAY 'NOVEDAD CON ACCION INVALIDA: '
      *----Alta: el codigo no debe existir ya en el maestro. Un alta
      *    de un codigo dado de baja se reactiva (vuelve a estado 'A'
      *    con los datos de la novedad), que es como se reincorpora
      *    un vendedor sin duplicar el codigo. La fecha de alta es la
      *    vigencia de la sucursal en el historial (si no es una
      *    fecha valida rige desde el dia de proceso).
       2300-APLICAR-ALTA.

           MOVE NOV-FECHA-ALTA TO WS-FEC-ENT.
           PERFORM 8100-CONVERTIR-FECHA
              THRU 8100-CONVERTIR-FECHA-EXIT.

           IF WS-FEC-VALIDA-SI
              MOVE WS-FEC-AAAAMMDD TO WS-VIGENCIA-AAAAMMDD
           ELSE
              ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
              MOVE WS-FECHA-SISTEMA TO WS-VIGENCIA-AAAAMMDD
           END-IF.

           PERFORM 2200-LEER-POR-CODIGO
              THRU 2200-LEER-POR-CODIGO-EXIT.

           IF FS-VENDMAST-OK
              IF VDM-ESTADO = 'B'
                 MOVE VDM-SUCURSAL   TO WS-SUC-ANTERIOR
                 MOVE NOV-NOMBRE     TO VDM-NOMBRE
                 MOVE NOV-SUCURSAL   TO VDM-SUCURSAL
                 MOVE 'A'            TO VDM-ESTADO
                    DISPLAY 'FILE STATUS: ' FS-VENDMAST
                    STOP RUN
                 END-IF
                 PERFORM 2900-GRABAR-HISTORIAL
                    THRU 2900-GRABAR-HISTORIAL-EXIT
                 ADD 1 TO WS-NOV-ALTAS
              ELSE
                 ADD 1 TO WS-NOV-RECHAZADAS
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-SUC-ANTERIOR.
           PERFORM 2900-GRABAR-HISTORIAL
              THRU 2900-GRABAR-HISTORIAL-EXIT.

           ADD 1 TO WS-NOV-ALTAS.

       2300-APLICAR-ALTA-EXIT.
       2400-APLICAR-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Traslado: el vendedor activo pasa a la sucursal de la
      *    novedad desde la fecha de la novedad. Se rechaza el
      *    codigo inexistente o dado de baja, la sucursal fuera de
      *    A-F o igual a la actual y la fecha invalida o futura (el
      *    maestro quedaria con una sucursal que todavia no rige).
       2500-APLICAR-TRASLADO.

           PERFORM 2200-LEER-POR-CODIGO
              THRU 2200-LEER-POR-CODIGO-EXIT.

           IF FS-VENDMAST-NOHALLADO
              ADD 1 TO WS-NOV-RECHAZADAS
              DISPLAY 'TRASLADO DE CODIGO INEXISTENTE: '
                      REGISTRO-NOVEDAD
              GO TO 2500-APLICAR-TRASLADO-EXIT
           END-IF.

           IF VDM-ESTADO = 'B'
              ADD 1 TO WS-NOV-RECHAZADAS
              DISPLAY 'TRASLADO DE CODIGO DADO DE BAJA: '
                      REGISTRO-NOVEDAD
              GO TO 2500-APLICAR-TRASLADO-EXIT
           END-IF.

           IF NOV-SUCURSAL < 'A' OR NOV-SUCURSAL > 'F'
              OR NOV-SUCURSAL = VDM-SUCURSAL
              ADD 1 TO WS-NOV-RECHAZADAS
              DISPLAY 'TRASLADO CON SUCURSAL INVALIDA: '
                      REGISTRO-NOVEDAD
              GO TO 2500-APLICAR-TRASLADO-EXIT
           END-IF.

           MOVE NOV-FECHA-ALTA TO WS-FEC-ENT.
           PERFORM 8100-CONVERTIR-FECHA
              THRU 8100-CONVERTIR-FECHA-EXIT.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           IF WS-FEC-VALIDA-NO
              OR WS-FEC-AAAAMMDD > WS-FECHA-SISTEMA
              ADD 1 TO WS-NOV-RECHAZADAS
              DISPLAY 'TRASLADO CON FECHA INVALIDA: '
                      REGISTRO-NOVEDAD
              GO TO 2500-APLICAR-TRASLADO-EXIT
           END-IF.

           MOVE WS-FEC-AAAAMMDD TO WS-VIGENCIA-AAAAMMDD.
           MOVE VDM-SUCURSAL    TO WS-SUC-ANTERIOR.
           MOVE NOV-SUCURSAL    TO VDM-SUCURSAL.

           REWRITE REGISTRO-VENDMAST.

           IF NOT FS-VENDMAST-OK
              DISPLAY 'ERROR AL REGRABAR VENDEDOR ' VDM-CODIGO
              DISPLAY 'FILE STATUS: ' FS-VENDMAST
              STOP RUN
           END-IF.

           PERFORM 2900-GRABAR-HISTORIAL
              THRU 2900-GRABAR-HISTORIAL-EXIT.

           ADD 1 TO WS-NOV-TRASLADOS.

       2500-APLICAR-TRASLADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Graba en el historial la sucursal del buffer (como quedo
      *    el registro) con la anterior y la vigencia armadas por
      *    quien llama; mismo registro que 2970-GRABAR-HISTORIAL de
      *    CL12EJ14, con origen 'N' (novedad).
       2900-GRABAR-HISTORIAL.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE VDM-CODIGO           TO SCH-CODIGO.
           MOVE VDM-SUCURSAL         TO SCH-SUCURSAL.
           MOVE WS-SUC-ANTERIOR      TO SCH-SUCURSAL-ANT.
           MOVE WS-VIGENCIA-AAAAMMDD TO SCH-FECHA-DESDE.
           MOVE 'N'                  TO SCH-ORIGEN.
           MOVE WS-FECHA-SISTEMA     TO SCH-FECHA-REG.

           WRITE REGISTRO-SUCHIST.

           IF NOT FS-SUCHIST-OK
              DISPLAY 'ERROR AL GRABAR EL HISTORIAL DE SUCURSALES'
              DISPLAY 'FILE STATUS: ' FS-SUCHIST
      * SE ABORTA ANTES DE SEGUIR APLICANDO SIN HISTORIAL
              STOP RUN
           END-IF.

       2900-GRABAR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Cuenta los vendedores del maestro para el resumen (una
      *    pasada secuencial por clave) y cierra el archivo
       3000-CERRAR-MAESTRO.
              DISPLAY 'ERROR EN CLOSE DEL MAESTRO: ' FS-VENDMAST
           END-IF.

           CLOSE SUCHIST.

           IF NOT FS-SUCHIST-OK
              DISPLAY 'ERROR EN CLOSE DEL HISTORIAL: ' FS-SUCHIST
           END-IF.

       3000-CERRAR-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           DISPLAY 'NOVEDADES LEIDAS          : ' WS-NOV-LEIDAS.
           DISPLAY 'ALTAS APLICADAS           : ' WS-NOV-ALTAS.
           DISPLAY 'BAJAS APLICADAS           : ' WS-NOV-BAJAS.
           DISPLAY 'TRASLADOS APLICADOS       : ' WS-NOV-TRASLADOS.
           DISPLAY 'NOVEDADES RECHAZADAS      : ' WS-NOV-RECHAZADAS.
           DISPLAY 'VENDEDORES EN EL MAESTRO  : ' WS-VM-TOTAL.
           DISPLAY '================================================'.
       8010-NORMALIZAR-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Convierte la fecha DD/MM/AAAA de WS-FEC-ENT a AAAAMMDD en
      *    WS-FEC-AAAAMMDD; WS-FEC-VALIDA queda en 'N' si no tiene
      *    la forma esperada o el mes/dia estan fuera de rango.
       8100-CONVERTIR-FECHA.

           SET WS-FEC-VALIDA-NO TO TRUE.
           MOVE 0 TO WS-FEC-AAAAMMDD.

           IF WS-FEC-ENT(3:1) NOT = '/'
              OR WS-FEC-ENT(6:1) NOT = '/'
              OR WS-FEC-ENT(1:2) NOT NUMERIC
              OR WS-FEC-ENT(4:2) NOT NUMERIC
              OR WS-FEC-ENT(7:4) NOT NUMERIC
              GO TO 8100-CONVERTIR-FECHA-EXIT
           END-IF.

           MOVE WS-FEC-ENT(7:4) TO WS-FEC-ANIO.
           MOVE WS-FEC-ENT(4:2) TO WS-FEC-MES.
           MOVE WS-FEC-ENT(1:2) TO WS-FEC-DIA.

           IF WS-FEC-ANIO < 1900
              OR WS-FEC-MES < 1 OR WS-FEC-MES > 12
              OR WS-FEC-DIA < 1 OR WS-FEC-DIA > 31
              MOVE 0 TO WS-FEC-AAAAMMDD
              GO TO 8100-CONVERTIR-FECHA-EXIT
           END-IF.

           SET WS-FEC-VALIDA-SI TO TRUE.

       8100-CONVERTIR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL12EJ02.
