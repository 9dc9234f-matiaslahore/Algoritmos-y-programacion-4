      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Movimientos manuales del fondo de reserva. Lee
      *          mov-fondo.txt (retiro "R" aprobado por la
      *          administracion u otro ingreso "I", como intereses
      *          de la colocacion del fondo) contra un CUIT, valida
      *          que el consorcio exista en maestro.txt y que el
      *          retiro no supere el saldo del fondo (ingresos menos
      *          retiros acumulados en fondo-reserva.txt, incluidos
      *          los aportes mensuales que graba LIQEXP) y agrega
      *          los aceptados a fondo-reserva.txt con el periodo de
      *          periodo.txt. Emite el listado de movimientos del
      *          dia y el saldo del fondo de cada consorcio movido.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONDORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOV   ASSIGN TO "mov-fondo.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MOV.
           SELECT MAE   ASSIGN TO "maestro.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MAE.
           SELECT PER   ASSIGN TO "periodo.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PER.
           SELECT OPTIONAL FDR
                        ASSIGN TO "fondo-reserva.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-FDR.

       DATA DIVISION.
       FILE SECTION.

       FD  MOV.
       01  REG-MOV.
           03 MOVFON-TIPO PIC X(1).
              88 RETIRO-FONDO VALUE "R".
              88 INGRESO-FONDO VALUE "I".
           03 MOVFON-CUIT-CONS PIC 9(15).
           03 MOVFON-FECHA PIC 9(8).
           03 MOVFON-IMPORTE PIC 9(9)V99.
           03 MOVFON-DETALLE PIC X(30).

       FD  MAE.
       01  REG-MAE.
           03 MAE-CUIT-CONS    PIC 9(15).
           03 MAE-FECHA-ALTA.
                05 MAE-ANIO   PIC 9(4).
                05 MAE-MES    PIC 9(2).
                05 MAE-DIA    PIC 9(2).
           03 MAE-DESCRIP-ESTADO    PIC X(15).
           03 MAE-NOMBRE-CONSORCIO    PIC X(30).
           03 MAE-TEL    PIC X(15).
           03 MAE-DIR    PIC X(30).
           03 MAE-CTA    PIC 9(8).
           03 MAE-ENTIDAD    PIC 9(3).
           03 MAE-COD-ADMIN    PIC 9(4).

       FD  PER.
       01  REG-PER.
           03 PER-PERIODO      PIC 9(6).
           03 PER-VENCIMIENTO  PIC 9(8).

      * Movimientos del fondo de reserva: "A" aporte de la
      * expensa, "I" otro ingreso y "R" retiro.
       FD  FDR.
       01  REG-FDR.
           03 FDR-CUIT-CONS PIC 9(15).
           03 FDR-PERIODO PIC 9(6).
           03 FDR-FECHA PIC 9(8).
           03 FDR-TIPO PIC X(1).
           03 FDR-IMPORTE PIC 9(9)V99.
           03 FDR-DETALLE PIC X(30).

       WORKING-STORAGE SECTION.

       01  LINEA PIC X(106).

       77  FS-MOV PIC XX.
           88 OK-MOV VALUE "00".
           88 NO-MOV VALUE "23".
           88 EOF-MOV VALUE "10".
       77  FS-MAE PIC XX.
           88 OK-MAE VALUE "00".
           88 NO-MAE VALUE "23".
           88 EOF-MAE VALUE "10".
       77  FS-PER PIC XX.
           88 OK-PER VALUE "00".
           88 NO-PER VALUE "23".
           88 EOF-PER VALUE "10".
       77  FS-FDR PIC XX.
           88 OK-FDR VALUE "00".
           88 NO-FDR VALUE "23".
           88 EOF-FDR VALUE "10".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-ENCONTRADO-MAE PIC X(1) VALUE "N".
           88 ENCONTRADO-MAE VALUE "S".
       01  SW-FONDO-HALLADO PIC X(1) VALUE "N".
           88 FONDO-HALLADO VALUE "S".

       01  FECHA-HOY PIC 9(8) VALUE 0.
       01  PERIODO-ACTUAL PIC 9(6) VALUE 0.

       01  CANT-MAE PIC 9(4) VALUE 0.
       01  BUFFER-MAE.
           03 BUF-MAE OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-MAE.
              05 BUF-MAE-CUIT-CONS PIC 9(15).
              05 BUF-MAE-NOMBRE PIC X(30).
       01  POS-MAE PIC 9(4) VALUE 0.

      * Saldo del fondo por consorcio; MOVIDO marca los consorcios
      * con movimientos aceptados en la corrida.
       01  CANT-FONDO PIC 9(4) VALUE 0.
       01  TABLA-FONDO.
           03 TAB-FONDO OCCURS 999 TIMES.
              05 TAB-FONDO-CUIT-CONS PIC 9(15).
              05 TAB-FONDO-INGRESOS PIC 9(11)V99.
              05 TAB-FONDO-RETIROS PIC 9(11)V99.
              05 TAB-FONDO-MOVIDO PIC X(1).
       01  POS-FONDO PIC 9(4) VALUE 0.
       01  CUIT-BUSCADO PIC 9(15) VALUE 0.
       01  SALDO-FONDO PIC S9(11)V99 VALUE 0.

       01  LEIDOS-MOV PIC 9(4) VALUE 0.
       01  CANT-RETIROS PIC 9(4) VALUE 0.
       01  CANT-INGRESOS PIC 9(4) VALUE 0.
       01  CANT-RECHAZADOS PIC 9(4) VALUE 0.
       01  TOTAL-RETIROS PIC 9(11)V99 VALUE 0.
       01  TOTAL-INGRESOS PIC 9(11)V99 VALUE 0.

      * Novedades a la bitacora central, ademas del DISPLAY.
       01  BTC-PROGRAMA PIC X(8) VALUE "FONDORES".
       01  BTC-SEVERIDAD PIC X(1) VALUE "A".
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       01  TITULO.
           03 FILLER PIC X(25) VALUE SPACES.
           03 FILLER PIC X(39)
              VALUE "MOVIMIENTOS DEL FONDO DE RESERVA - DIA ".
           03 TITULO-FECHA PIC 9(8).
           03 FILLER PIC X(34) VALUE SPACES.

       01  MOVIMIENTO-ROTULO.
           03 FILLER PIC X(6) VALUE "TIPO  ".
           03 FILLER PIC X(16) VALUE "CUIT-CONS       ".
           03 FILLER PIC X(10) VALUE "FECHA     ".
           03 FILLER PIC X(13) VALUE "    IMPORTE  ".
           03 FILLER PIC X(30) VALUE "DETALLE".
           03 FILLER PIC X(31) VALUE SPACES.

       01  MOVIMIENTO-LINEA.
           03 MOVLIN-TIPO PIC X(1).
           03 FILLER PIC X(5) VALUE SPACES.
           03 MOVLIN-CUIT PIC 9(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 MOVLIN-FECHA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 MOVLIN-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 MOVLIN-DETALLE PIC X(30).
           03 FILLER PIC X(31) VALUE SPACES.

       01  SALDO-ROTULO.
           03 FILLER PIC X(16) VALUE "CUIT-CONS       ".
           03 FILLER PIC X(31) VALUE "CONSORCIO".
           03 FILLER PIC X(13) VALUE "  INGRESOS   ".
           03 FILLER PIC X(13) VALUE "  RETIROS    ".
           03 FILLER PIC X(13) VALUE "  SALDO      ".
           03 FILLER PIC X(20) VALUE SPACES.

       01  SALDO-LINEA.
           03 SALLIN-CUIT PIC 9(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 SALLIN-NOMBRE PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 SALLIN-INGRESOS PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SALLIN-RETIROS PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SALLIN-SALDO PIC -ZZZZZZZZ9.99.
           03 FILLER PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF ERROR-APERTURA
               DISPLAY "FONDORES: abortando, error de apertura de "
                   "archivos"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM IMPR-CABECERA
               PERFORM LEER-MOV
               PERFORM APLICAR-MOVIMIENTO UNTIL EOF-MOV
               PERFORM IMPR-SALDOS
               PERFORM IMPR-TOTALES
               CLOSE MOV
               CLOSE FDR
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT MOV.
           IF FS-MOV NOT = "00"
               DISPLAY "Error en open movimientos FS: " FS-MOV
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM CARGAR-PERIODO.
           PERFORM CARGAR-MAESTRO.
           PERFORM CARGAR-FONDO.
           IF NOT ERROR-APERTURA
               PERFORM ABRIR-FONDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PERIODO.
           OPEN INPUT PER.
           IF FS-PER NOT = "00"
               DISPLAY "Error en open periodo FS: " FS-PER
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               READ PER AT END MOVE "10" TO FS-PER
               END-READ
               IF FS-PER EQUAL "00"
                   MOVE PER-PERIODO TO PERIODO-ACTUAL
               ELSE
                   DISPLAY "FONDORES: periodo.txt vacio o ilegible, "
                       "FS: " FS-PER
                   MOVE "S" TO SW-ERROR-APERTURA
               END-IF
               CLOSE PER.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-MAESTRO.
           OPEN INPUT MAE.
           IF FS-MAE EQUAL "00"
               PERFORM LEER-MAE
               PERFORM LLENAR-BUFFER-MAE
                   UNTIL EOF-MAE OR ERROR-APERTURA
               CLOSE MAE
           ELSE
               DISPLAY "Error en open maestro FS: " FS-MAE
               MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MAE.
           READ MAE
               AT END MOVE "10" TO FS-MAE.
           IF FS-MAE NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER MAE FS: ' FS-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-MAE.
           IF CANT-MAE < 9999
               ADD 1 TO CANT-MAE
               MOVE MAE-CUIT-CONS TO BUF-MAE-CUIT-CONS(CANT-MAE)
               MOVE MAE-NOMBRE-CONSORCIO TO BUF-MAE-NOMBRE(CANT-MAE)
           ELSE
               DISPLAY "ERROR: maestro.txt supera los 9999 "
                   "consorcios, se aborta"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-FONDO.
           OPEN INPUT FDR.
           IF FS-FDR EQUAL "00"
               PERFORM LEER-FDR
               PERFORM ACUMULAR-FONDO
                   UNTIL EOF-FDR OR ERROR-APERTURA
               CLOSE FDR
           ELSE
               IF FS-FDR EQUAL "05"
                   CLOSE FDR
               ELSE
                   DISPLAY "Error en open fondo de reserva FS: "
                       FS-FDR
                   MOVE "S" TO SW-ERROR-APERTURA.
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
           MOVE FDR-CUIT-CONS TO CUIT-BUSCADO.
           PERFORM UBICAR-FONDO.
           IF FONDO-HALLADO
               IF FDR-TIPO = "R"
                   ADD FDR-IMPORTE TO TAB-FONDO-RETIROS(POS-FONDO)
               ELSE
                   ADD FDR-IMPORTE TO TAB-FONDO-INGRESOS(POS-FONDO)
               END-IF
           ELSE
               DISPLAY "ERROR: fondo-reserva.txt supera los 999 "
                   "consorcios, se aborta para no validar retiros "
                   "contra un saldo incompleto"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-FDR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Ubica el consorcio de CUIT-BUSCADO en la tabla del fondo y
      * lo agrega en cero si no tenia movimientos.
      *>-----------------------------------------------------------*
       UBICAR-FONDO.
           MOVE "N" TO SW-FONDO-HALLADO.
           MOVE 1 TO POS-FONDO.
           PERFORM BUSCAR-FONDO-PASO
               UNTIL POS-FONDO > CANT-FONDO OR FONDO-HALLADO.
           IF NOT FONDO-HALLADO AND CANT-FONDO < 999
               ADD 1 TO CANT-FONDO
               MOVE CANT-FONDO TO POS-FONDO
               MOVE CUIT-BUSCADO TO TAB-FONDO-CUIT-CONS(POS-FONDO)
               MOVE 0 TO TAB-FONDO-INGRESOS(POS-FONDO)
               MOVE 0 TO TAB-FONDO-RETIROS(POS-FONDO)
               MOVE "N" TO TAB-FONDO-MOVIDO(POS-FONDO)
               MOVE "S" TO SW-FONDO-HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-FONDO-PASO.
           IF TAB-FONDO-CUIT-CONS(POS-FONDO) = CUIT-BUSCADO
               MOVE "S" TO SW-FONDO-HALLADO
           ELSE
               ADD 1 TO POS-FONDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABRIR-FONDO.
           OPEN EXTEND FDR.
           IF FS-FDR NOT = "00" AND "05"
               DISPLAY "Error en open fondo de reserva FS: " FS-FDR
               MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MOV.
           READ MOV
               AT END MOVE "10" TO FS-MOV.
           IF FS-MOV NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER MOV FS: ' FS-MOV.
           IF FS-MOV EQUAL "00"
               ADD 1 TO LEIDOS-MOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       APLICAR-MOVIMIENTO.
           IF NOT RETIRO-FONDO AND NOT INGRESO-FONDO
               DISPLAY "RECHAZADO: tipo de movimiento '" MOVFON-TIPO
                   "' invalido, CUIT " MOVFON-CUIT-CONS
               PERFORM RECHAZAR-MOVIMIENTO
           ELSE
               IF MOVFON-IMPORTE = ZERO
                   DISPLAY "RECHAZADO: importe en cero, CUIT "
                       MOVFON-CUIT-CONS
                   PERFORM RECHAZAR-MOVIMIENTO
               ELSE
                   PERFORM BUSCAR-CONSORCIO
                   IF NOT ENCONTRADO-MAE
                       DISPLAY "RECHAZADO: el CUIT "
                           MOVFON-CUIT-CONS " no esta en el maestro"
                       PERFORM RECHAZAR-MOVIMIENTO
                   ELSE
                       PERFORM VALIDAR-SALDO-FONDO.
           PERFORM LEER-MOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CONSORCIO.
           MOVE "N" TO SW-ENCONTRADO-MAE.
           MOVE 1 TO POS-MAE.
           PERFORM BUSCAR-CONSORCIO-PASO
               UNTIL POS-MAE > CANT-MAE OR ENCONTRADO-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CONSORCIO-PASO.
           IF BUF-MAE-CUIT-CONS(POS-MAE) = MOVFON-CUIT-CONS
               MOVE "S" TO SW-ENCONTRADO-MAE
           ELSE
               ADD 1 TO POS-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Un retiro no puede dejar el fondo en negativo: se compara
      * contra el saldo que incluye los movimientos ya aceptados en
      * esta misma corrida.
      *>-----------------------------------------------------------*
       VALIDAR-SALDO-FONDO.
           MOVE MOVFON-CUIT-CONS TO CUIT-BUSCADO.
           PERFORM UBICAR-FONDO.
           IF NOT FONDO-HALLADO
               DISPLAY "RECHAZADO: tabla del fondo llena, CUIT "
                   MOVFON-CUIT-CONS
               PERFORM RECHAZAR-MOVIMIENTO
           ELSE
               COMPUTE SALDO-FONDO = TAB-FONDO-INGRESOS(POS-FONDO)
                   - TAB-FONDO-RETIROS(POS-FONDO)
               IF RETIRO-FONDO AND MOVFON-IMPORTE > SALDO-FONDO
                   DISPLAY "RECHAZADO: el retiro por " MOVFON-IMPORTE
                       " supera el saldo del fondo " SALDO-FONDO
                       ", CUIT " MOVFON-CUIT-CONS
                   PERFORM RECHAZAR-MOVIMIENTO
               ELSE
                   PERFORM REGISTRAR-MOVIMIENTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       REGISTRAR-MOVIMIENTO.
           IF RETIRO-FONDO
               ADD MOVFON-IMPORTE TO TAB-FONDO-RETIROS(POS-FONDO)
               ADD 1 TO CANT-RETIROS
               ADD MOVFON-IMPORTE TO TOTAL-RETIROS
           ELSE
               ADD MOVFON-IMPORTE TO TAB-FONDO-INGRESOS(POS-FONDO)
               ADD 1 TO CANT-INGRESOS
               ADD MOVFON-IMPORTE TO TOTAL-INGRESOS.
           MOVE "S" TO TAB-FONDO-MOVIDO(POS-FONDO).
           MOVE MOVFON-CUIT-CONS TO FDR-CUIT-CONS.
           MOVE PERIODO-ACTUAL TO FDR-PERIODO.
           IF MOVFON-FECHA = ZERO
               MOVE FECHA-HOY TO FDR-FECHA
           ELSE
               MOVE MOVFON-FECHA TO FDR-FECHA.
           MOVE MOVFON-TIPO TO FDR-TIPO.
           MOVE MOVFON-IMPORTE TO FDR-IMPORTE.
           MOVE MOVFON-DETALLE TO FDR-DETALLE.
           WRITE REG-FDR.
           PERFORM IMPR-MOVIMIENTO-LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       RECHAZAR-MOVIMIENTO.
           ADD 1 TO CANT-RECHAZADOS.
           MOVE "A" TO BTC-SEVERIDAD.
           MOVE SPACES TO BTC-DETALLE.
           STRING "movimiento de fondo " MOVFON-TIPO " del CUIT "
               MOVFON-CUIT-CONS " rechazado"
               DELIMITED BY SIZE INTO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-CABECERA.
           MOVE FECHA-HOY TO TITULO-FECHA.
           MOVE TITULO TO LINEA.
           DISPLAY LINEA.
           MOVE MOVIMIENTO-ROTULO TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-MOVIMIENTO-LINEA.
           MOVE MOVFON-TIPO TO MOVLIN-TIPO.
           MOVE MOVFON-CUIT-CONS TO MOVLIN-CUIT.
           MOVE FDR-FECHA TO MOVLIN-FECHA.
           MOVE MOVFON-IMPORTE TO MOVLIN-IMPORTE.
           MOVE MOVFON-DETALLE TO MOVLIN-DETALLE.
           MOVE MOVIMIENTO-LINEA TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-SALDOS.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           MOVE SALDO-ROTULO TO LINEA.
           DISPLAY LINEA.
           MOVE 1 TO POS-FONDO.
           PERFORM IMPR-SALDO-PASO UNTIL POS-FONDO > CANT-FONDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-SALDO-PASO.
           IF TAB-FONDO-MOVIDO(POS-FONDO) = "S"
               MOVE TAB-FONDO-CUIT-CONS(POS-FONDO) TO SALLIN-CUIT
               MOVE TAB-FONDO-CUIT-CONS(POS-FONDO) TO MOVFON-CUIT-CONS
               PERFORM BUSCAR-CONSORCIO
               IF ENCONTRADO-MAE
                   MOVE BUF-MAE-NOMBRE(POS-MAE) TO SALLIN-NOMBRE
               ELSE
                   MOVE "SIN NOMBRE" TO SALLIN-NOMBRE
               END-IF
               MOVE TAB-FONDO-INGRESOS(POS-FONDO) TO SALLIN-INGRESOS
               MOVE TAB-FONDO-RETIROS(POS-FONDO) TO SALLIN-RETIROS
               COMPUTE SALDO-FONDO = TAB-FONDO-INGRESOS(POS-FONDO)
                   - TAB-FONDO-RETIROS(POS-FONDO)
               MOVE SALDO-FONDO TO SALLIN-SALDO
               MOVE SALDO-LINEA TO LINEA
               DISPLAY LINEA.
           ADD 1 TO POS-FONDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-BITACORA.
           CALL "BITACORA" USING BTC-PROGRAMA, BTC-SEVERIDAD,
               BTC-DETALLE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-TOTALES.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Movimientos leidos       : " LEIDOS-MOV.
           DISPLAY "Retiros aceptados        : " CANT-RETIROS
               " por " TOTAL-RETIROS.
           DISPLAY "Otros ingresos aceptados : " CANT-INGRESOS
               " por " TOTAL-INGRESOS.
           DISPLAY "Movimientos rechazados   : " CANT-RECHAZADOS.

       END PROGRAM FONDORES.
