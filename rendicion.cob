      *          lote figure en presentados.txt y se rechaza entera
      *          la rendicion de un lote ya aplicado segun
      *          lotes-rendidos.txt, para que un reproceso no
      *          duplique pagos. El debito es del consorcio y no
      *          de una unidad: el pago entra sin unidad (0).
      * Tectonics: cobc
      ******************************************************************

           03 PAG-CUIT-CONS    PIC 9(15).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC 9(9)V99.
           03 PAG-NRO-UNIDAD   PIC 9(4).

       FD  RCH.
       01  REG-RCH.
              05 BUF-PAG-CUIT-CONS PIC 9(15).
              05 BUF-PAG-FECHA PIC 9(8).
              05 BUF-PAG-IMPORTE PIC 9(9)V99.
              05 BUF-PAG-NRO-UNIDAD PIC 9(4).
       01  POS-PAG PIC 9(4) VALUE 0.
       01  SUBIND-PAG PIC 9(4) VALUE 0.

               MOVE REN-CUIT-CONS TO BUF-PAG-CUIT-CONS(POS-PAG)
               MOVE FECHA-HOY TO BUF-PAG-FECHA(POS-PAG)
               MOVE REN-IMPORTE TO BUF-PAG-IMPORTE(POS-PAG)
               MOVE 0 TO BUF-PAG-NRO-UNIDAD(POS-PAG)
               ADD 1 TO CANT-ACEPTADOS
               ADD REN-IMPORTE TO TOTAL-ACEPTADO.
      *>-----------------------------------------------------------*
