      *          VENDAUDIT.TXT con fecha, hora, accion e imagen del
      *          registro antes y despues, que es lo que personal
      *          pregunta cuando quiere saber quien toco un vendedor.
      *          Todo cambio de sucursal (y toda alta) deja ademas su
      *          asignacion fechada en el historial SUCHIST.TXT, con
      *          la fecha desde la que rige, que es lo que leen las
      *          comisiones y las cuotas para saber en que sucursal
      *          estaba el vendedor el dia de cada venta.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----El mismo PARAMETROS.TXT de CL12EJ01: de aca se toman los
      *    overrides VENDEDORES=, VENDAUDIT= y SUCHIST=.
       SELECT PARAMETROS
           ASSIGN TO '../PARAMETROS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VENDAUDIT.

      *----Historial de asignaciones de sucursal: un registro por
      *    alta o cambio de sucursal con la fecha desde la que rige.
      *    Mismo criterio que la auditoria: EXTEND, nunca se trunca.
       SELECT SUCHIST
           ASSIGN DYNAMIC WS-NOMBRE-SUCHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SUCHIST.

      *----------------------------------------------------------------*

       DATA DIVISION.
          05 AUD-ANTES                   PIC X(77).
          05 AUD-DESPUES                 PIC X(77).

      *----Definicion registro del historial de sucursales: la
      *    sucursal asignada, la que tenia antes (espacio en la
      *    primera alta), la fecha desde la que rige (AAAAMMDD), el
      *    origen ('M' este mantenimiento, 'N' novedad de CL12EJ02)
      *    y la fecha en que se registro.
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
          05 FS-VENDAUDIT                 PIC X(2).
             88 FS-VENDAUDIT-OK             VALUE '00'.
             88 FS-VENDAUDIT-NOEXISTE       VALUE '35'.
          05 FS-SUCHIST                   PIC X(2).
             88 FS-SUCHIST-OK               VALUE '00'.
             88 FS-SUCHIST-NOEXISTE         VALUE '35'.

      *----Nombres de los archivos, con overrides de PARAMETROS.TXT
       01 WS-NOMBRE-VENDMAST            PIC X(40)
          VALUE '../VENDEDORES.DAT'.
       01 WS-NOMBRE-VENDAUDIT           PIC X(40)
          VALUE '../VENDAUDIT.TXT'.
       01 WS-NOMBRE-SUCHIST             PIC X(40)
          VALUE '../SUCHIST.TXT'.

      *----Campos de trabajo para partir cada linea CLAVE=VALOR del
      *    archivo de parametros.
       01 WS-HALLADO                    PIC X(01) VALUE 'N'.
          88 WS-HALLADO-SI                    VALUE 'S'.
          88 WS-HALLADO-NO                    VALUE 'N'.
       01 WS-CAMBIO-SUCURSAL            PIC X(01) VALUE 'N'.
          88 WS-CAMBIO-SUCURSAL-SI            VALUE 'S'.
          88 WS-CAMBIO-SUCURSAL-NO            VALUE 'N'.

      *----Campos de trabajo de la normalizacion de nombres (misma
      *    compresion de espacios de CL12EJ01)
       01 WS-ENT-SUCURSAL               PIC X(01).
       01 WS-ENT-ESTADO                 PIC X(01).
       01 WS-ENT-FECHA                  PIC X(10).
       01 WS-ENT-VIGENCIA               PIC X(10).

      *----Imagenes antes/despues para la auditoria, con el layout
      *    completo del registro del maestro (77 bytes)
       01 WS-HORA-SISTEMA               PIC 9(08) VALUE 0.
       01 WS-FECHA-HOY                  PIC X(10) VALUE SPACES.

      *----Conversion DD/MM/AAAA -> AAAAMMDD de 8100-CONVERTIR-FECHA
       01 WS-FEC-ENT                    PIC X(10).
       01 WS-FEC-AAAAMMDD               PIC 9(08) VALUE 0.
       01 WS-FEC-PARTES REDEFINES WS-FEC-AAAAMMDD.
          05 WS-FEC-ANIO                PIC 9(04).
          05 WS-FEC-MES                 PIC 9(02).
          05 WS-FEC-DIA                 PIC 9(02).
       01 WS-FEC-VALIDA                 PIC X(01) VALUE 'N'.
          88 WS-FEC-VALIDA-SI                 VALUE 'S'.
          88 WS-FEC-VALIDA-NO                 VALUE 'N'.

      *----Datos del registro de historial en armado
       01 WS-SUC-ANTERIOR               PIC X(01) VALUE SPACES.
       01 WS-VIGENCIA-AAAAMMDD          PIC 9(08) VALUE 0.

      *----Contadores del resumen
       01 WS-MODIFICACIONES             PIC 9(05) VALUE 0.
       01 WS-ALTAS                      PIC 9(05) VALUE 0.
       01 WS-BAJAS                      PIC 9(05) VALUE 0.
       01 WS-TRASLADOS                  PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           PERFORM 1200-ABRIR-AUDITORIA
              THRU 1200-ABRIR-AUDITORIA-EXIT.

           PERFORM 1300-ABRIR-HISTORIAL
              THRU 1300-ABRIR-HISTORIAL-EXIT.

           PERFORM 2000-ATENDER-SESION
              THRU 2000-ATENDER-SESION-EXIT
              UNTIL WS-FIN-SESION-YES.
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-VENDMAST
               WHEN 'VENDAUDIT'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-VENDAUDIT
               WHEN 'SUCHIST'
                    MOVE WS-PARM-VALOR TO WS-NOMBRE-SUCHIST
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
       1200-ABRIR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Abre el historial de sucursales en EXTEND (acumulativo);
      *    si todavia no existe se crea. Mismo criterio que la
      *    auditoria: sin historial no se toca el maestro.
       1300-ABRIR-HISTORIAL.

           OPEN EXTEND SUCHIST.

           IF FS-SUCHIST-NOEXISTE
              OPEN OUTPUT SUCHIST
           END-IF.

           IF NOT FS-SUCHIST-OK
              DISPLAY 'ERROR AL ABRIR EL HISTORIAL DE SUCURSALES'
              DISPLAY 'FILE STATUS: ' FS-SUCHIST
              STOP RUN
           END-IF.

       1300-ABRIR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Atiende una accion de la sesion
       2000-ATENDER-SESION.

      *----Modificacion en el lugar: nombre, sucursal y/o estado
      *    (ENTER deja el valor actual). El codigo y la fecha de
      *    alta no se tocan por aca. Todo cambio queda auditado con
      *    imagen antes/despues. Un cambio de sucursal pide ademas
      *    la fecha desde la que rige (no posterior a hoy) y queda
      *    en el historial de sucursales.
       2200-MODIFICAR.

           PERFORM 2050-BUSCAR-VENDEDOR
              GO TO 2200-MODIFICAR-EXIT
           END-IF.

           SET WS-CAMBIO-SUCURSAL-NO TO TRUE.

           IF WS-ENT-SUCURSAL NOT = SPACES
              AND WS-ENT-SUCURSAL NOT = VDM-SUCURSAL
              PERFORM 2250-PEDIR-VIGENCIA
                 THRU 2250-PEDIR-VIGENCIA-EXIT
              IF WS-FEC-VALIDA-NO
                 GO TO 2200-MODIFICAR-EXIT
              END-IF
              SET WS-CAMBIO-SUCURSAL-SI TO TRUE
              MOVE VDM-SUCURSAL TO WS-SUC-ANTERIOR
           END-IF.

           IF WS-ENT-NOMBRE NOT = SPACES
              MOVE WS-ENT-NOMBRE TO VDM-NOMBRE
              MOVE WS-ENT-NOMBRE TO WS-NORM-ENT
           PERFORM 2950-GRABAR-AUDITORIA
              THRU 2950-GRABAR-AUDITORIA-EXIT.

           IF WS-CAMBIO-SUCURSAL-SI
              PERFORM 2970-GRABAR-HISTORIAL
                 THRU 2970-GRABAR-HISTORIAL-EXIT
              ADD 1 TO WS-TRASLADOS
           END-IF.

           ADD 1 TO WS-MODIFICACIONES.
           DISPLAY 'VENDEDOR MODIFICADO'.

       2200-MODIFICAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Pide la fecha desde la que rige el cambio de sucursal
      *    (ENTER = hoy) y la deja AAAAMMDD en WS-VIGENCIA-AAAAMMDD.
      *    Una fecha futura no se acepta: el maestro quedaria con una
      *    sucursal que todavia no rige.
       2250-PEDIR-VIGENCIA.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-ENT-VIGENCIA.
           DISPLAY 'VIGENCIA DESDE DD/MM/AAAA (ENTER = HOY): '.
           ACCEPT WS-ENT-VIGENCIA.

           IF WS-ENT-VIGENCIA = SPACES
              MOVE WS-FECHA-SISTEMA TO WS-VIGENCIA-AAAAMMDD
              SET WS-FEC-VALIDA-SI TO TRUE
              GO TO 2250-PEDIR-VIGENCIA-EXIT
           END-IF.

           MOVE WS-ENT-VIGENCIA TO WS-FEC-ENT.
           PERFORM 8100-CONVERTIR-FECHA
              THRU 8100-CONVERTIR-FECHA-EXIT.

           IF WS-FEC-VALIDA-NO
              DISPLAY 'FECHA INVALIDA: ' WS-ENT-VIGENCIA
              GO TO 2250-PEDIR-VIGENCIA-EXIT
           END-IF.

           IF WS-FEC-AAAAMMDD > WS-FECHA-SISTEMA
              DISPLAY 'LA VIGENCIA NO PUEDE SER POSTERIOR A HOY'
              SET WS-FEC-VALIDA-NO TO TRUE
              GO TO 2250-PEDIR-VIGENCIA-EXIT
           END-IF.

           MOVE WS-FEC-AAAAMMDD TO WS-VIGENCIA-AAAAMMDD.

       2250-PEDIR-VIGENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Alta interactiva. Mismo criterio que 2300-APLICAR-ALTA de
      *    CL12EJ02: un codigo dado de baja se reactiva con los
      *    datos nuevos; un codigo activo se rechaza.
              MOVE WS-FECHA-HOY TO WS-ENT-FECHA
           END-IF.

      *----La fecha de alta es la vigencia de la primera sucursal
           MOVE WS-ENT-FECHA TO WS-FEC-ENT.
           PERFORM 8100-CONVERTIR-FECHA
              THRU 8100-CONVERTIR-FECHA-EXIT.

           IF WS-FEC-VALIDA-NO
              DISPLAY 'FECHA INVALIDA: ' WS-ENT-FECHA
              GO TO 2300-DAR-DE-ALTA-EXIT
           END-IF.

           MOVE WS-FEC-AAAAMMDD TO WS-VIGENCIA-AAAAMMDD.

           IF WS-HALLADO-SI
      *----Reactivacion de un codigo dado de baja
              MOVE REGISTRO-VENDMAST TO WS-IMAGEN-ANTES
              MOVE VDM-SUCURSAL      TO WS-SUC-ANTERIOR
           ELSE
              MOVE SPACES TO WS-IMAGEN-ANTES
              MOVE SPACES TO WS-SUC-ANTERIOR
              MOVE WS-ENT-CODIGO-N TO VDM-CODIGO
           END-IF.

           PERFORM 2950-GRABAR-AUDITORIA
              THRU 2950-GRABAR-AUDITORIA-EXIT.

           PERFORM 2970-GRABAR-HISTORIAL
              THRU 2970-GRABAR-HISTORIAL-EXIT.

           ADD 1 TO WS-ALTAS.
           DISPLAY 'VENDEDOR DADO DE ALTA'.


       2950-GRABAR-AUDITORIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Graba la asignacion de sucursal recien aplicada: la del
      *    buffer (como quedo el registro), la anterior armada por
      *    quien llama y la vigencia de WS-VIGENCIA-AAAAMMDD.
       2970-GRABAR-HISTORIAL.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           MOVE VDM-CODIGO           TO SCH-CODIGO.
           MOVE VDM-SUCURSAL         TO SCH-SUCURSAL.
           MOVE WS-SUC-ANTERIOR      TO SCH-SUCURSAL-ANT.
           MOVE WS-VIGENCIA-AAAAMMDD TO SCH-FECHA-DESDE.
           MOVE 'M'                  TO SCH-ORIGEN.
           MOVE WS-FECHA-SISTEMA     TO SCH-FECHA-REG.

           WRITE REGISTRO-SUCHIST.

           IF NOT FS-SUCHIST-OK
              DISPLAY 'ERROR AL GRABAR EL HISTORIAL DE SUCURSALES'
              DISPLAY 'FILE STATUS: ' FS-SUCHIST
      * UN CAMBIO DE SUCURSAL SIN FECHA DE VIGENCIA NO DEBE QUEDAR
              STOP RUN
           END-IF.

       2970-GRABAR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-CERRAR-ARCHIVOS.

              DISPLAY 'ERROR EN CLOSE DE LA AUDITORIA: ' FS-VENDAUDIT
           END-IF.

           CLOSE SUCHIST.

           IF NOT FS-SUCHIST-OK
              DISPLAY 'ERROR EN CLOSE DEL HISTORIAL: ' FS-SUCHIST
           END-IF.

       3000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           DISPLAY 'MODIFICACIONES            : ' WS-MODIFICACIONES.
           DISPLAY 'ALTAS                     : ' WS-ALTAS.
           DISPLAY 'BAJAS                     : ' WS-BAJAS.
           DISPLAY 'CAMBIOS DE SUCURSAL       : ' WS-TRASLADOS.
           DISPLAY 'AUDITORIA EN ' WS-NOMBRE-VENDAUDIT.
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

       END PROGRAM CL12EJ14.
