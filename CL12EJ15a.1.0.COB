                                          SIGN LEADING SEPARATE.
          05 CORR-ESTADO                 PIC X(30).
          05 CORR-NOMBRES                PIC X(720).
          05 CORR-ENVIO                  OCCURS 6 TIMES
                                          PIC 9(05).
          05 CORR-ENV-ESTADO             OCCURS 6 TIMES
                                          PIC X(01).
          05 CORR-ENV-MOTIVO             PIC X(40).

      *----Los tres archivos de la rotacion comparten el layout del
      *    maestro historico (el de REG-MAESNVO de CL12EJ06)
       8150-LIMPIAR-CANT-UNO.

           MOVE 0 TO CORR-CANT-REG(WS-IX).
           MOVE 0 TO CORR-ENVIO(WS-IX).

       8150-LIMPIAR-CANT-UNO-EXIT.
           EXIT.
