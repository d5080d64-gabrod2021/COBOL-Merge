          05 RECH-TIPO-MOV               PIC X(01).
          05 RECH-MOTIVO                 PIC X(30).
          05 RECH-ESTADO                 PIC X(01).
          05 RECH-CORRIDA                PIC 9(05).
          05 RECH-FECHA-PROC             PIC 9(08).

      *----Linea del reporte de diferencias
       FD BALANCE.
