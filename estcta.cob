      *          (la expensa a su vencimiento, el pago a su fecha),
      *          el interes punitorio si lo hubiera y el saldo final
      *          de la ultima corrida de cobranzas.
      *          Cierra con la situacion del fondo de reserva del
      *          consorcio segun fondo-reserva.txt: ingresos (aportes
      *          de la expensa y otros), retiros y saldo.
      *          Los pagos negativos de pagos.txt (contraasientos de
      *          ANUPAG) se listan como ANULACION en la columna DEBE
      *          y el total pagado queda neto de ellos.
      * Tectonics: cobc
      ******************************************************************

           SELECT SAL   ASSIGN TO "saldos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-SAL.
           SELECT OPTIONAL FDR
                        ASSIGN TO "fondo-reserva.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-FDR.
           SELECT EST   ASSIGN USING NOMBRE-ARCH-EST
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EST.
       01  REG-PAG.
           03 PAG-CUIT-CONS    PIC 9(15).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC S9(9)V99.
           03 PAG-NRO-UNIDAD   PIC 9(4).

       FD  SAL.
       01  REG-SAL.
           03 SAL-IMPORTE PIC 9(9)V99.
           03 SAL-INTERES PIC 9(9)V99.

       FD  FDR.
       01  REG-FDR.
           03 FDR-CUIT-CONS PIC 9(15).
           03 FDR-PERIODO PIC 9(6).
           03 FDR-FECHA PIC 9(8).
           03 FDR-TIPO PIC X(1).
           03 FDR-IMPORTE PIC 9(9)V99.
           03 FDR-DETALLE PIC X(30).

       FD  EST.
       01  REG-EST PIC X(80).

           88 OK-SAL VALUE "00".
           88 NO-SAL VALUE "23".
           88 EOF-SAL VALUE "10".
       77  FS-FDR PIC XX.
           88 OK-FDR VALUE "00".
           88 NO-FDR VALUE "23".
           88 EOF-FDR VALUE "10".
       77  FS-EST PIC XX.
           88 OK-EST VALUE "00".
           88 NO-EST VALUE "23".
       01  TABLA-PAG-CUIT.
           03 TAB-PAG OCCURS 120 TIMES.
              05 TAB-PAG-FECHA PIC 9(8).
              05 TAB-PAG-IMPORTE PIC S9(9)V99.
       01  POS-PAG PIC 9(3) VALUE 0.

      * Fondo de reserva acumulado por consorcio.
       01  CANT-FONDO PIC 9(3) VALUE 0.
       01  TABLA-FONDO.
           03 TAB-FONDO OCCURS 999 TIMES.
              05 TAB-FONDO-CUIT-CONS PIC 9(15).
              05 TAB-FONDO-INGRESOS PIC 9(11)V99.
              05 TAB-FONDO-RETIROS PIC 9(11)V99.
       01  POS-FONDO PIC 9(3) VALUE 0.
       01  SW-FONDO-HALLADO PIC X(1) VALUE "N".
           88 FONDO-HALLADO VALUE "S".
       01  SALDO-FONDO PIC S9(11)V99 VALUE 0.

       01  TOTAL-EMITIDO-CUIT PIC 9(11)V99 VALUE 0.
       01  TOTAL-PAGADO-CUIT PIC S9(11)V99 VALUE 0.

       01  CANT-ARCHIVOS-EST PIC 9(4) VALUE 0.
       01  LEIDOS-EXP PIC 9(4) VALUE 0.
           IF FS-EXP NOT = "00" OR FS-PAG NOT = "00"
               OR FS-SAL NOT = "00"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM CARGAR-FONDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CERRAR-ARCHIVOS.
           IF FS-EST EQUAL "00"
               PERFORM VOLCAR-MOVIMIENTOS
               PERFORM VOLCAR-SALDO
               PERFORM VOLCAR-FONDO
               CLOSE EST
               ADD 1 TO CANT-ARCHIVOS-EST.
           IF SAL-CUIT-CONS = MIN
      *>-----------------------------------------------------------*
       VOLCAR-PAGO.
           MOVE TAB-PAG-FECHA(POS-PAG) TO ESTLIN-FECHA.
           MOVE SPACES TO ESTLIN-PERIODO.
           IF TAB-PAG-IMPORTE(POS-PAG) < 0
               MOVE "ANULACION" TO ESTLIN-CONCEPTO
               COMPUTE ESTLIN-DEBE = 0 - TAB-PAG-IMPORTE(POS-PAG)
               MOVE ZEROS TO ESTLIN-HABER
           ELSE
               MOVE "PAGO     " TO ESTLIN-CONCEPTO
               MOVE ZEROS TO ESTLIN-DEBE
               MOVE TAB-PAG-IMPORTE(POS-PAG) TO ESTLIN-HABER
           END-IF.
           MOVE EST-LINEA TO REG-EST.
           WRITE REG-EST.
           ADD 1 TO POS-PAG.
           MOVE EST-SALDO-LINEA TO REG-EST.
           WRITE REG-EST.
           MOVE "TOTAL PAGADO            " TO ESTSAL-ROTULO.
           IF TOTAL-PAGADO-CUIT < 0
               COMPUTE ESTSAL-IMPORTE = 0 - TOTAL-PAGADO-CUIT
               MOVE " NEGATIVO" TO ESTSAL-SIGNO
           ELSE
               MOVE TOTAL-PAGADO-CUIT TO ESTSAL-IMPORTE
           END-IF.
           MOVE EST-SALDO-LINEA TO REG-EST.
           WRITE REG-EST.
           IF SAL-CUIT-CONS = MIN
               MOVE EST-SALDO-LINEA TO REG-EST
               WRITE REG-EST.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       VOLCAR-FONDO.
           MOVE "N" TO SW-FONDO-HALLADO.
           MOVE 1 TO POS-FONDO.
           PERFORM BUSCAR-FONDO-PASO
               UNTIL POS-FONDO > CANT-FONDO OR FONDO-HALLADO.
           IF FONDO-HALLADO
               MOVE "FONDO RESERVA INGRESOS  " TO ESTSAL-ROTULO
               MOVE TAB-FONDO-INGRESOS(POS-FONDO) TO ESTSAL-IMPORTE
               MOVE SPACES TO ESTSAL-SIGNO
               MOVE EST-SALDO-LINEA TO REG-EST
               WRITE REG-EST
               MOVE "FONDO RESERVA RETIROS   " TO ESTSAL-ROTULO
               MOVE TAB-FONDO-RETIROS(POS-FONDO) TO ESTSAL-IMPORTE
               MOVE EST-SALDO-LINEA TO REG-EST
               WRITE REG-EST
               COMPUTE SALDO-FONDO = TAB-FONDO-INGRESOS(POS-FONDO)
                   - TAB-FONDO-RETIROS(POS-FONDO)
               MOVE "SALDO FONDO DE RESERVA  " TO ESTSAL-ROTULO
               MOVE SALDO-FONDO TO ESTSAL-IMPORTE
               IF SALDO-FONDO < 0
                   MOVE " NEGATIVO" TO ESTSAL-SIGNO
               END-IF
               MOVE EST-SALDO-LINEA TO REG-EST
               WRITE REG-EST.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-FONDO-PASO.
           IF TAB-FONDO-CUIT-CONS(POS-FONDO) = MIN
               MOVE "S" TO SW-FONDO-HALLADO
           ELSE
               ADD 1 TO POS-FONDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-FONDO.
           OPEN INPUT FDR.
           IF FS-FDR EQUAL "00"
               PERFORM LEER-FDR
               PERFORM ACUMULAR-FONDO UNTIL EOF-FDR
               CLOSE FDR
           ELSE
               IF FS-FDR EQUAL "05"
                   CLOSE FDR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-FDR.
           READ FDR
               AT END MOVE "10" TO FS-FDR.
           IF FS-FDR NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER FONDO-RESERVA FS: ' FS-FDR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ACUMULAR-FONDO.
           MOVE FDR-CUIT-CONS TO MIN.
           MOVE "N" TO SW-FONDO-HALLADO.
           MOVE 1 TO POS-FONDO.
           PERFORM BUSCAR-FONDO-PASO
               UNTIL POS-FONDO > CANT-FONDO OR FONDO-HALLADO.
           IF NOT FONDO-HALLADO
               IF CANT-FONDO < 999
                   ADD 1 TO CANT-FONDO
                   MOVE CANT-FONDO TO POS-FONDO
                   MOVE FDR-CUIT-CONS TO TAB-FONDO-CUIT-CONS(POS-FONDO)
                   MOVE 0 TO TAB-FONDO-INGRESOS(POS-FONDO)
                   MOVE 0 TO TAB-FONDO-RETIROS(POS-FONDO)
                   MOVE "S" TO SW-FONDO-HALLADO
               ELSE
                   DISPLAY "ADVERTENCIA: fondo-reserva.txt supera "
                       "los 999 consorcios, el CUIT " FDR-CUIT-CONS
                       " no muestra su fondo".
           IF FONDO-HALLADO
               IF FDR-TIPO = "R"
                   ADD FDR-IMPORTE TO TAB-FONDO-RETIROS(POS-FONDO)
               ELSE
                   ADD FDR-IMPORTE TO TAB-FONDO-INGRESOS(POS-FONDO).
           PERFORM LEER-FDR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           DISPLAY "---- CONTROL DE TOTALES ----".
