      *          aplicacion y regrabado completo (la tabla es de unas
      *          decenas de tramos y no amerita un archivo con
      *          clave). Cada registro de la tabla es un tramo:
      *          sucursal, importe desde el que rige el tramo, tasa
      *          (porcentaje) que se aplica a la venta neta del
      *          vendedor que alcanza ese tramo y vigencia desde/hasta
      *          (AAAAMMDD) de esa tasa. Un cambio de tasa no pisa la
      *          anterior: la cierra el dia previo a la vigencia de la
      *          novedad y agrega la nueva version del tramo, asi
      *          queda registrado que tasa rigio en cada periodo y
      *          CL12EJ09 liquida con la vigente en el periodo. Las
      *          novedades con vigencia en un mes ya pasado se avisan
      *          para correr la reliquidacion retroactiva CL12EJ21.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

           FILE STATUS IS FS-COMISTAB.

      *----Archivo de novedades: una por linea, accion 'A' (alta o
      *    cambio de la tasa del tramo) o 'B' (el tramo deja de
      *    regir) mas los datos del tramo y la fecha desde la que
      *    vale la novedad.
       SELECT NOVEDADES
           ASSIGN DYNAMIC WS-NOMBRE-NOVEDADES
           ORGANIZATION IS LINE SEQUENTIAL
          05 CMT-SUCURSAL                PIC X(01).
          05 CMT-TRAMO-DESDE             PIC 9(8)V9(2).
          05 CMT-TASA                    PIC 9(2)V9(2).
          05 CMT-VIG-DESDE               PIC 9(08).
          05 CMT-VIG-HASTA               PIC 9(08).

      *----Definicion registro de novedades. La vigencia viaja
      *    AAAAMMDD; en blanco vale desde la fecha del proceso.
       FD NOVEDADES.
       01 REGISTRO-NOVEDAD.
          05 NOV-ACCION                  PIC X(01).
          05 NOV-SUCURSAL                PIC X(01).
          05 NOV-TRAMO-DESDE             PIC 9(8)V9(2).
          05 NOV-TASA                    PIC 9(2)V9(2).
          05 NOV-VIG-DESDE               PIC X(08).

      *----------------------------------------------------------------*

          88 WS-NOVEDADES-EOF-NO              VALUE 'N'.

      *----Tabla en memoria de los tramos de comision, misma capacidad
      *    que lee CL12EJ09 (500 versiones: 6 sucursales por una
      *    decena larga de tramos, con lugar para varios cambios de
      *    tasa de cada uno). Se regraba ordenada por la clave.
       01 WS-CT-CANT                    PIC 9(03) VALUE 0.
       01 WS-CT-IX                      PIC 9(03) COMP.
       01 WS-CT-IX2                     PIC 9(03) COMP.
       01 WS-CT-HALLADO                 PIC 9(03) VALUE 0.
       01 WS-CT-SIGUIENTE               PIC 9(03) VALUE 0.
       01 WS-TABLA-COMISIONES.
          05 WS-CT-DATOS OCCURS 500 TIMES.
             10 WS-CT-CLAVE.
                15 WS-CT-SUCURSAL            PIC X(01).
                15 WS-CT-TRAMO-DESDE         PIC 9(8)V9(2).
                15 WS-CT-VIG-DESDE           PIC 9(08).
             10 WS-CT-VIG-HASTA              PIC 9(08).
             10 WS-CT-TASA                   PIC 9(2)V9(2).
       01 WS-CT-AUX                     PIC X(31).

      *----Vigencia de la novedad en proceso y fecha del proceso
       01 WS-FECHA-SISTEMA              PIC 9(08) VALUE 0.
       01 WS-VIG-FECHA                  PIC X(08).
       01 WS-VIG-FECHA-N REDEFINES WS-VIG-FECHA.
          05 WS-VIG-ANIO                 PIC 9(04).
          05 WS-VIG-MES                  PIC 9(02).
          05 WS-VIG-DIA                  PIC 9(02).
       01 WS-VIG-NUMERO REDEFINES WS-VIG-FECHA
                                        PIC 9(08).

      *----Dia anterior a una vigencia (8300-DIA-ANTERIOR), para
      *    cerrar la version que deja de regir
       01 WS-ANT-FECHA                  PIC 9(08).
       01 WS-ANT-FECHA-N REDEFINES WS-ANT-FECHA.
          05 WS-ANT-ANIO                 PIC 9(04).
          05 WS-ANT-MES                  PIC 9(02).
          05 WS-ANT-DIA                  PIC 9(02).
       01 WS-ANT-DIAS-MES               PIC 9(02) VALUE 0.
       01 WS-ANT-COCIENTE               PIC 9(04) VALUE 0.
       01 WS-ANT-RESTO-4                PIC 9(04) VALUE 0.
       01 WS-ANT-RESTO-100              PIC 9(04) VALUE 0.
       01 WS-ANT-RESTO-400              PIC 9(04) VALUE 0.
       01 WS-TABLA-DIAS-MES.
          05 FILLER                      PIC X(24)
             VALUE '312831303130313130313031'.
       01 FILLER REDEFINES WS-TABLA-DIAS-MES.
          05 WS-DIAS-MES                 OCCURS 12 TIMES
                                          PIC 9(02).

      *----Contadores del resumen final de la corrida
       01 WS-NOV-LEIDAS                 PIC 9(05) VALUE 0.
       01 WS-NOV-CAMBIOS                PIC 9(05) VALUE 0.
       01 WS-NOV-BAJAS                  PIC 9(05) VALUE 0.
       01 WS-NOV-RECHAZADAS             PIC 9(05) VALUE 0.
       01 WS-NOV-RETROACTIVAS           PIC 9(05) VALUE 0.
      *----Rechazadas antes de aplicar la novedad en curso: si 2300 o
      *    2400 la rechazan no cuenta como retroactiva
       01 WS-RECHAZADAS-ANTES           PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           PERFORM 0050-LEER-PARAMETROS
              THRU 0050-LEER-PARAMETROS-EXIT.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1000-CARGAR-TABLA
              THRU 1000-CARGAR-TABLA-EXIT.

           PERFORM 2000-PROCESAR-NOVEDADES
              THRU 2000-PROCESAR-NOVEDADES-EXIT.

           IF WS-CT-CANT > 1
              PERFORM 2800-ORDENAR-TABLA
                 THRU 2800-ORDENAR-TABLA-EXIT
           END-IF.

           PERFORM 3000-REGRABAR-TABLA
              THRU 3000-REGRABAR-TABLA-EXIT.

              STOP RUN
           END-IF.

           IF WS-CT-CANT >= 500
              DISPLAY 'TABLA DE COMISIONES LLENA (MAXIMO 500)'
      * UNA TABLA MAS GRANDE QUE LA MEMORIA ES UN ERROR DE OPERACION
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
              GO TO 2100-PROCESAR-NOVEDAD-UNA-EXIT
           END-IF.

      *----Vigencia de la novedad: en blanco, la fecha del proceso
           IF NOV-VIG-DESDE = SPACES
              MOVE WS-FECHA-SISTEMA TO WS-VIG-NUMERO
           ELSE
              MOVE NOV-VIG-DESDE    TO WS-VIG-FECHA
           END-IF.

           IF WS-VIG-FECHA NUMERIC
              AND WS-VIG-MES >= 1 AND WS-VIG-MES <= 12
              MOVE WS-VIG-ANIO TO WS-ANT-ANIO
              MOVE WS-VIG-MES  TO WS-ANT-MES
              PERFORM 8350-DIAS-DEL-MES
                 THRU 8350-DIAS-DEL-MES-EXIT
           ELSE
              MOVE 0 TO WS-ANT-DIAS-MES
           END-IF.

           IF WS-VIG-DIA < 1 OR WS-VIG-DIA > WS-ANT-DIAS-MES
              ADD 1 TO WS-NOV-RECHAZADAS
              DISPLAY 'NOVEDAD CON VIGENCIA INVALIDA: '
                      REGISTRO-NOVEDAD
              GO TO 2100-PROCESAR-NOVEDAD-UNA-EXIT
           END-IF.

           PERFORM 2200-BUSCAR-TRAMO
              THRU 2200-BUSCAR-TRAMO-EXIT.

           MOVE WS-NOV-RECHAZADAS TO WS-RECHAZADAS-ANTES.

           EVALUATE NOV-ACCION
               WHEN 'A'
                    PERFORM 2300-APLICAR-ALTA
                    ADD 1 TO WS-NOV-RECHAZADAS
                    DISPLAY 'NOVEDAD CON ACCION INVALIDA: '
                            REGISTRO-NOVEDAD
                    GO TO 2100-PROCESAR-NOVEDAD-UNA-EXIT
           END-EVALUATE.

      *----Vigencia en un mes anterior al del proceso: lo ya pagado
      *    de ese mes hay que reliquidarlo (solo si la novedad se
      *    aplico)
           IF WS-VIG-NUMERO(1:6) < WS-FECHA-SISTEMA(1:6)
              AND WS-NOV-RECHAZADAS = WS-RECHAZADAS-ANTES
              ADD 1 TO WS-NOV-RETROACTIVAS
           END-IF.

       2100-PROCESAR-NOVEDAD-UNA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Busca el tramo de la novedad (sucursal + importe desde) en
      *    la tabla: deja en WS-CT-HALLADO la version vigente a la
      *    fecha de la novedad (0 = no hay) y en WS-CT-SIGUIENTE la
      *    primera version posterior a esa fecha (0 = no hay)
       2200-BUSCAR-TRAMO.

           MOVE 0 TO WS-CT-HALLADO.
           MOVE 0 TO WS-CT-SIGUIENTE.

           PERFORM 2250-BUSCAR-TRAMO-UNO
              THRU 2250-BUSCAR-TRAMO-UNO-EXIT
             VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > WS-CT-CANT.

       2200-BUSCAR-TRAMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2250-BUSCAR-TRAMO-UNO.

           IF WS-CT-SUCURSAL(WS-CT-IX) NOT = NOV-SUCURSAL
              OR WS-CT-TRAMO-DESDE(WS-CT-IX) NOT = NOV-TRAMO-DESDE
              GO TO 2250-BUSCAR-TRAMO-UNO-EXIT
           END-IF.

           IF WS-CT-VIG-DESDE(WS-CT-IX) <= WS-VIG-NUMERO
              AND WS-CT-VIG-HASTA(WS-CT-IX) >= WS-VIG-NUMERO
              MOVE WS-CT-IX TO WS-CT-HALLADO
           END-IF.

           IF WS-CT-VIG-DESDE(WS-CT-IX) > WS-VIG-NUMERO
              IF WS-CT-SIGUIENTE = 0
                 MOVE WS-CT-IX TO WS-CT-SIGUIENTE
              ELSE
                 IF WS-CT-VIG-DESDE(WS-CT-IX) <
                    WS-CT-VIG-DESDE(WS-CT-SIGUIENTE)
                    MOVE WS-CT-IX TO WS-CT-SIGUIENTE
                 END-IF
              END-IF
           END-IF.

       2250-BUSCAR-TRAMO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Alta: si el tramo tiene una version vigente a la fecha de
      *    la novedad se cambia la tasa (es el caso normal cuando
      *    comercial retoca porcentajes): si esa version empieza el
      *    mismo dia se corrige en el lugar; si no, se la cierra el
      *    dia anterior y se agrega la nueva version hasta donde
      *    regia la cerrada. Sin version vigente se agrega el tramo
      *    hasta el dia anterior a la version siguiente, si la hay.
      *    La tasa debe venir numerica.
       2300-APLICAR-ALTA.

           IF NOV-TASA NOT NUMERIC
           END-IF.

           IF WS-CT-HALLADO > 0
              AND WS-CT-VIG-DESDE(WS-CT-HALLADO) = WS-VIG-NUMERO
              MOVE NOV-TASA TO WS-CT-TASA(WS-CT-HALLADO)
              ADD 1 TO WS-NOV-CAMBIOS
              GO TO 2300-APLICAR-ALTA-EXIT
           END-IF.

           IF WS-CT-CANT >= 500
              DISPLAY 'TABLA DE COMISIONES LLENA (MAXIMO 500)'
              STOP RUN
           END-IF.

           MOVE NOV-SUCURSAL    TO WS-CT-SUCURSAL(WS-CT-CANT).
           MOVE NOV-TRAMO-DESDE TO WS-CT-TRAMO-DESDE(WS-CT-CANT).
           MOVE NOV-TASA        TO WS-CT-TASA(WS-CT-CANT).
           MOVE WS-VIG-NUMERO   TO WS-CT-VIG-DESDE(WS-CT-CANT).

           IF WS-CT-HALLADO > 0
              MOVE WS-CT-VIG-HASTA(WS-CT-HALLADO)
                TO WS-CT-VIG-HASTA(WS-CT-CANT)
              PERFORM 8300-DIA-ANTERIOR
                 THRU 8300-DIA-ANTERIOR-EXIT
              MOVE WS-ANT-FECHA TO WS-CT-VIG-HASTA(WS-CT-HALLADO)
              ADD 1 TO WS-NOV-CAMBIOS
              GO TO 2300-APLICAR-ALTA-EXIT
           END-IF.

           IF WS-CT-SIGUIENTE > 0
              MOVE WS-CT-VIG-DESDE(WS-CT-SIGUIENTE) TO WS-VIG-NUMERO
              PERFORM 8300-DIA-ANTERIOR
                 THRU 8300-DIA-ANTERIOR-EXIT
              MOVE WS-ANT-FECHA TO WS-CT-VIG-HASTA(WS-CT-CANT)
              MOVE WS-CT-VIG-DESDE(WS-CT-CANT) TO WS-VIG-NUMERO
           ELSE
              MOVE 99999999     TO WS-CT-VIG-HASTA(WS-CT-CANT)
           END-IF.

           ADD 1 TO WS-NOV-ALTAS.

       2300-APLICAR-ALTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Baja: la version vigente a la fecha de la novedad deja de
      *    regir el dia anterior. Si empezaba ese mismo dia nunca
      *    llego a regir y sale de la tabla corriendo una posicion
      *    las que le siguen (un tramo no tiene estado: o rige o no).
       2400-APLICAR-BAJA.

           IF WS-CT-HALLADO = 0
              ADD 1 TO WS-NOV-RECHAZADAS
              DISPLAY 'BAJA DE TRAMO SIN VIGENCIA A ESA FECHA: '
                      REGISTRO-NOVEDAD
              GO TO 2400-APLICAR-BAJA-EXIT
           END-IF.

           IF WS-CT-VIG-DESDE(WS-CT-HALLADO) < WS-VIG-NUMERO
              PERFORM 8300-DIA-ANTERIOR
                 THRU 8300-DIA-ANTERIOR-EXIT
              MOVE WS-ANT-FECHA TO WS-CT-VIG-HASTA(WS-CT-HALLADO)
              ADD 1 TO WS-NOV-BAJAS
              GO TO 2400-APLICAR-BAJA-EXIT
           END-IF.

       2450-CORRER-TRAMO-UNO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Ordena la tabla por sucursal, tramo y vigencia antes de
      *    regrabarla, mismo esquema de pasadas que
      *    3100-ORDENAR-REPROCESO de CL12EJ13.
       2800-ORDENAR-TABLA.

           PERFORM 2850-ORDENAR-PASADA
              THRU 2850-ORDENAR-PASADA-EXIT
             VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX >= WS-CT-CANT.

       2800-ORDENAR-TABLA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2850-ORDENAR-PASADA.

           PERFORM 2870-ORDENAR-COMPARAR
              THRU 2870-ORDENAR-COMPARAR-EXIT
             VARYING WS-CT-IX2 FROM WS-CT-IX BY 1
               UNTIL WS-CT-IX2 >= WS-CT-CANT.

       2850-ORDENAR-PASADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2870-ORDENAR-COMPARAR.

           IF WS-CT-CLAVE(WS-CT-IX2 + 1) < WS-CT-CLAVE(WS-CT-IX)
              MOVE WS-CT-DATOS(WS-CT-IX)      TO WS-CT-AUX
              MOVE WS-CT-DATOS(WS-CT-IX2 + 1) TO WS-CT-DATOS(WS-CT-IX)
              MOVE WS-CT-AUX                  TO
                   WS-CT-DATOS(WS-CT-IX2 + 1)
           END-IF.

       2870-ORDENAR-COMPARAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Regraba la tabla completa desde la memoria ya actualizada
       3000-REGRABAR-TABLA.

           MOVE WS-CT-SUCURSAL(WS-CT-IX)    TO CMT-SUCURSAL.
           MOVE WS-CT-TRAMO-DESDE(WS-CT-IX) TO CMT-TRAMO-DESDE.
           MOVE WS-CT-TASA(WS-CT-IX)        TO CMT-TASA.
           MOVE WS-CT-VIG-DESDE(WS-CT-IX)   TO CMT-VIG-DESDE.
           MOVE WS-CT-VIG-HASTA(WS-CT-IX)   TO CMT-VIG-HASTA.

           WRITE REGISTRO-COMISTAB.

           DISPLAY 'TASAS ACTUALIZADAS        : ' WS-NOV-CAMBIOS.
           DISPLAY 'TRAMOS DADOS DE BAJA      : ' WS-NOV-BAJAS.
           DISPLAY 'NOVEDADES RECHAZADAS      : ' WS-NOV-RECHAZADAS.
           DISPLAY 'NOVEDADES RETROACTIVAS    : ' WS-NOV-RETROACTIVAS.
           DISPLAY 'VERSIONES EN LA TABLA     : ' WS-CT-CANT.
           DISPLAY '================================================'.

           IF WS-NOV-RETROACTIVAS > 0
              DISPLAY 'HAY TASAS CON VIGENCIA EN MESES ANTERIORES: '
                      'CORRER CL12EJ21 PARA LOS PERIODOS YA PAGADOS'
           END-IF.

       4000-MOSTRAR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Deja en WS-ANT-FECHA el dia anterior a WS-VIG-NUMERO
      *    (AAAAMMDD), cruzando mes y anio.
       8300-DIA-ANTERIOR.

           MOVE WS-VIG-NUMERO TO WS-ANT-FECHA.

           IF WS-ANT-DIA > 1
              SUBTRACT 1 FROM WS-ANT-DIA
              GO TO 8300-DIA-ANTERIOR-EXIT
           END-IF.

           IF WS-ANT-MES > 1
              SUBTRACT 1 FROM WS-ANT-MES
           ELSE
              SUBTRACT 1 FROM WS-ANT-ANIO
              MOVE 12 TO WS-ANT-MES
           END-IF.

           PERFORM 8350-DIAS-DEL-MES
              THRU 8350-DIAS-DEL-MES-EXIT.

           MOVE WS-ANT-DIAS-MES TO WS-ANT-DIA.

       8300-DIA-ANTERIOR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *----Deja en WS-ANT-DIAS-MES la cantidad de dias del mes
      *    WS-ANT-MES del anio WS-ANT-ANIO
       8350-DIAS-DEL-MES.

           MOVE WS-DIAS-MES(WS-ANT-MES) TO WS-ANT-DIAS-MES.

           IF WS-ANT-MES NOT = 2
              GO TO 8350-DIAS-DEL-MES-EXIT
           END-IF.

           DIVIDE WS-ANT-ANIO BY 4   GIVING WS-ANT-COCIENTE
                  REMAINDER WS-ANT-RESTO-4.
           DIVIDE WS-ANT-ANIO BY 100 GIVING WS-ANT-COCIENTE
                  REMAINDER WS-ANT-RESTO-100.
           DIVIDE WS-ANT-ANIO BY 400 GIVING WS-ANT-COCIENTE
                  REMAINDER WS-ANT-RESTO-400.

           IF WS-ANT-RESTO-4 = 0
              AND (WS-ANT-RESTO-100 NOT = 0 OR WS-ANT-RESTO-400 = 0)
              MOVE 29 TO WS-ANT-DIAS-MES
           END-IF.

       8350-DIAS-DEL-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL12EJ08.
