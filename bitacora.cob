           ELSE
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD
               ACCEPT HORA-COMPLETA FROM TIME
               MOVE SPACES TO REG-BTC
               MOVE FECHA-HOY TO BTC-R-FECHA
               MOVE HC-HHMMSS TO BTC-R-HORA
               MOVE BTC-PROGRAMA TO BTC-R-PROGRAMA
