      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Subprograma de doble control de los lotes de
      *          mantenimiento. Funcion "C": verifica en
      *          lotes-aprobacion.txt que el lote (programa + id de
      *          lote) este aprobado por un operador distinto del
      *          que lo preparo y que el operador, la cantidad, la
      *          suma de control y la suma de verificacion de los
      *          movimientos (CHKLOTE, sobre la imagen completa de
      *          cada registro) sean las del lote aprobado; si el
      *          lote no figura lo anota pendiente ("P") para que
      *          APROBLOT lo apruebe o rechace, y si figura pendiente
      *          con otros datos de control los actualiza. Funcion
      *          "A": deja en auditoria.txt el lote aplicado, con el
      *          operador que lo preparo y, si tuvo doble control,
      *          el que lo aprobo y la fecha de aprobacion.
      *          Codigo de retorno: 0 aprobado (o asentado), 1
      *          pendiente de aprobacion, 2 rechazado por el
      *          aprobador, 3 el lote cambio despues de aprobado,
      *          9 error de archivo.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLAPROB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APL
                        ASSIGN TO "lotes-aprobacion.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-APL.
           SELECT OPTIONAL AUDIT
                        ASSIGN TO "auditoria.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.

       FD  APL.
       01  REG-APL.
           03 APL-PROGRAMA PIC X(8).
           03 APL-ID-LOTE PIC 9(6).
           03 APL-OPERADOR PIC X(8).
           03 APL-CANT PIC 9(6).
           03 APL-SUMA PIC 9(13)V99.
           03 APL-FECHA-SOL PIC 9(8).
           03 APL-ESTADO PIC X(1).
           03 APL-APROBADOR PIC X(8).
           03 APL-FECHA-APROB PIC 9(8).
           03 APL-CONTROL PIC 9(15).

       FD  AUDIT.
       01  REG-AUDIT.
           03 AUD-FECHA PIC X(10).
           03 FILLER PIC X(1).
           03 AUD-CUIT PIC 9(15).
           03 FILLER PIC X(1).
           03 AUD-TIPO PIC X(10).
           03 FILLER PIC X(1).
           03 AUD-DETALLE PIC X(60).

       WORKING-STORAGE SECTION.

       77  FS-APL PIC XX.
           88 OK-APL VALUE "00".
           88 NO-APL VALUE "23".
           88 EOF-APL VALUE "10".
       77  FS-AUDIT PIC XX.
           88 OK-AUDIT VALUE "00".
           88 NO-AUDIT VALUE "23".
           88 EOF-AUDIT VALUE "10".

       01  SW-TABLA-LLENA PIC X(1) VALUE "N".
           88 TABLA-APL-LLENA VALUE "S".
       01  SW-APL-HALLADO PIC X(1) VALUE "N".
           88 APL-HALLADO VALUE "S".

      * Tabla de lotes-aprobacion.txt. Las solicitudes no se
      * depuran: el archivo es el registro de todos los lotes que
      * pasaron por el doble control.
       01  CANT-APL PIC 9(4) VALUE 0.
       01  TABLA-APL.
           03 TAB-APL OCCURS 3000 TIMES.
              05 TAB-APL-PROGRAMA PIC X(8).
              05 TAB-APL-ID-LOTE PIC 9(6).
              05 TAB-APL-OPERADOR PIC X(8).
              05 TAB-APL-CANT PIC 9(6).
              05 TAB-APL-SUMA PIC 9(13)V99.
              05 TAB-APL-FECHA-SOL PIC 9(8).
              05 TAB-APL-ESTADO PIC X(1).
                 88 TAB-APL-PENDIENTE VALUE "P".
                 88 TAB-APL-APROBADO VALUE "A".
                 88 TAB-APL-RECHAZADO VALUE "R".
              05 TAB-APL-APROBADOR PIC X(8).
              05 TAB-APL-FECHA-APROB PIC 9(8).
              05 TAB-APL-CONTROL PIC 9(15).
       01  POS-APL PIC 9(4) VALUE 0.
       01  SUBIND-APL PIC 9(4) VALUE 0.

       01  FECHA-HOY.
           03 FH-ANIO PIC 9(4).
           03 FH-MES PIC 9(2).
           03 FH-DIA PIC 9(2).
       01  FECHA-AUDIT PIC X(10) VALUE SPACES.
       01  FECHA-APROB-AUD PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01  APR-FUNCION PIC X(1).
       01  APR-PROGRAMA PIC X(8).
       01  APR-ID-LOTE PIC 9(6).
       01  APR-OPERADOR PIC X(8).
       01  APR-CANT PIC 9(6).
       01  APR-SUMA PIC 9(13)V99.
       01  APR-APROBADOR PIC X(8).
       01  APR-COD-RET PIC 9(2).
       01  APR-CONTROL PIC 9(15).

       PROCEDURE DIVISION USING APR-FUNCION, APR-PROGRAMA,
           APR-ID-LOTE, APR-OPERADOR, APR-CANT, APR-SUMA,
           APR-APROBADOR, APR-COD-RET, APR-CONTROL.
       MAIN-PROCEDURE.
           MOVE 0 TO APR-COD-RET.
           MOVE SPACES TO APR-APROBADOR.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-APROBACIONES.
           IF TABLA-APL-LLENA
               DISPLAY "CTLAPROB: lotes-aprobacion.txt supera las "
                   "3000 solicitudes, no se puede controlar el lote"
               MOVE 9 TO APR-COD-RET
               EXIT PROGRAM
           END-IF.
           PERFORM BUSCAR-LOTE.
           IF APR-FUNCION = "C"
               PERFORM CONTROLAR-LOTE
           ELSE
               PERFORM ASENTAR-LOTE
           END-IF.
           EXIT PROGRAM.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-APROBACIONES.
           MOVE 0 TO CANT-APL.
           MOVE "N" TO SW-TABLA-LLENA.
           OPEN INPUT APL.
           IF FS-APL EQUAL "00"
               PERFORM LEER-APL
               PERFORM LLENAR-TABLA-APL
                   UNTIL EOF-APL OR TABLA-APL-LLENA
               CLOSE APL
           ELSE
      *        FS 05: el OPTIONAL quedo abierto y vacio.
               IF FS-APL = "05"
                   CLOSE APL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-APL.
           READ APL
               AT END MOVE "10" TO FS-APL.
           IF FS-APL NOT EQUAL "00" AND "10"
               DISPLAY 'CTLAPROB: ERROR AL LEER APROBACIONES FS: '
                   FS-APL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-APL.
           IF CANT-APL < 3000
               ADD 1 TO CANT-APL
               MOVE REG-APL TO TAB-APL(CANT-APL)
               IF TAB-APL-CONTROL(CANT-APL) NOT NUMERIC
                   MOVE 0 TO TAB-APL-CONTROL(CANT-APL)
               END-IF
           ELSE
               MOVE "S" TO SW-TABLA-LLENA.
           PERFORM LEER-APL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-LOTE.
           MOVE "N" TO SW-APL-HALLADO.
           MOVE 1 TO POS-APL.
           PERFORM BUSCAR-LOTE-PASO
               UNTIL POS-APL > CANT-APL OR APL-HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-LOTE-PASO.
           IF TAB-APL-PROGRAMA(POS-APL) = APR-PROGRAMA
               AND TAB-APL-ID-LOTE(POS-APL) = APR-ID-LOTE
               MOVE "S" TO SW-APL-HALLADO
           ELSE
               ADD 1 TO POS-APL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Un lote aprobado vale solo si llega igual a como se aprobo:
      * mismo operador, mismos totales de control de la cola y misma
      * suma de verificacion de los movimientos. Un
      * lote pendiente que volvio a prepararse se actualiza para que
      * el aprobador vea los datos vigentes.
      *>-----------------------------------------------------------*
       CONTROLAR-LOTE.
           IF NOT APL-HALLADO
               IF CANT-APL < 3000
                   ADD 1 TO CANT-APL
                   MOVE CANT-APL TO POS-APL
                   PERFORM ANOTAR-PENDIENTE
                   PERFORM GRABAR-APROBACIONES
                   PERFORM DEVOLVER-PENDIENTE
               ELSE
                   DISPLAY "CTLAPROB: lotes-aprobacion.txt lleno, "
                       "el lote no queda anotado"
                   MOVE 9 TO APR-COD-RET
               END-IF
           ELSE
               MOVE TAB-APL-APROBADOR(POS-APL) TO APR-APROBADOR
               IF TAB-APL-PENDIENTE(POS-APL)
                   IF TAB-APL-OPERADOR(POS-APL) NOT = APR-OPERADOR
                       OR TAB-APL-CANT(POS-APL) NOT = APR-CANT
                       OR TAB-APL-SUMA(POS-APL) NOT = APR-SUMA
                       OR TAB-APL-CONTROL(POS-APL) NOT = APR-CONTROL
                       PERFORM ANOTAR-PENDIENTE
                       PERFORM GRABAR-APROBACIONES
                   END-IF
                   PERFORM DEVOLVER-PENDIENTE
               ELSE
                   IF TAB-APL-RECHAZADO(POS-APL)
                       MOVE 2 TO APR-COD-RET
                   ELSE
                       IF TAB-APL-OPERADOR(POS-APL) NOT = APR-OPERADOR
                           OR TAB-APL-CANT(POS-APL) NOT = APR-CANT
                           OR TAB-APL-SUMA(POS-APL) NOT = APR-SUMA
                           OR TAB-APL-CONTROL(POS-APL)
                               NOT = APR-CONTROL
                           MOVE 3 TO APR-COD-RET
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       DEVOLVER-PENDIENTE.
           IF APR-COD-RET = 0
               MOVE 1 TO APR-COD-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ANOTAR-PENDIENTE.
           MOVE APR-PROGRAMA TO TAB-APL-PROGRAMA(POS-APL).
           MOVE APR-ID-LOTE TO TAB-APL-ID-LOTE(POS-APL).
           MOVE APR-OPERADOR TO TAB-APL-OPERADOR(POS-APL).
           MOVE APR-CANT TO TAB-APL-CANT(POS-APL).
           MOVE APR-SUMA TO TAB-APL-SUMA(POS-APL).
           MOVE FECHA-HOY TO TAB-APL-FECHA-SOL(POS-APL).
           MOVE "P" TO TAB-APL-ESTADO(POS-APL).
           MOVE SPACES TO TAB-APL-APROBADOR(POS-APL).
           MOVE 0 TO TAB-APL-FECHA-APROB(POS-APL).
           MOVE APR-CONTROL TO TAB-APL-CONTROL(POS-APL).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-APROBACIONES.
           OPEN OUTPUT APL.
           IF FS-APL NOT = "00" AND "05"
               DISPLAY "CTLAPROB: error en open de aprobaciones "
                   "FS: " FS-APL
               MOVE 9 TO APR-COD-RET
           ELSE
               MOVE 1 TO SUBIND-APL
               PERFORM ESCRIBIR-PASO-APL UNTIL SUBIND-APL > CANT-APL
               CLOSE APL
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-PASO-APL.
           MOVE TAB-APL(SUBIND-APL) TO REG-APL.
           WRITE REG-APL.
           ADD 1 TO SUBIND-APL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Rastro del lote aplicado en auditoria.txt con CUIT en cero:
      * INDEXER solo toma de alli las altas y cambios por CUIT, asi
      * que estos registros no alteran la carga incremental.
      *>-----------------------------------------------------------*
       ASENTAR-LOTE.
           MOVE 0 TO FECHA-APROB-AUD.
           IF APL-HALLADO
               IF TAB-APL-APROBADO(POS-APL)
                   MOVE TAB-APL-APROBADOR(POS-APL) TO APR-APROBADOR
                   MOVE TAB-APL-FECHA-APROB(POS-APL)
                       TO FECHA-APROB-AUD.
           STRING FH-ANIO "/" FH-MES "/" FH-DIA
               DELIMITED BY SIZE INTO FECHA-AUDIT.
           OPEN EXTEND AUDIT.
           IF FS-AUDIT NOT = "00" AND "05"
               DISPLAY "CTLAPROB: error en open auditoria FS: "
                   FS-AUDIT
               MOVE 9 TO APR-COD-RET
           ELSE
               MOVE SPACES TO REG-AUDIT
               MOVE FECHA-AUDIT TO AUD-FECHA
               MOVE 0 TO AUD-CUIT
               MOVE "LOTE" TO AUD-TIPO
               IF APR-APROBADOR = SPACES
                   STRING APR-PROGRAMA " " APR-ID-LOTE " PREP "
                       APR-OPERADOR " SIN DOBLE CONTROL"
                       DELIMITED BY SIZE INTO AUD-DETALLE
               ELSE
                   STRING APR-PROGRAMA " " APR-ID-LOTE " PREP "
                       APR-OPERADOR " APROB " APR-APROBADOR " "
                       FECHA-APROB-AUD
                       DELIMITED BY SIZE INTO AUD-DETALLE
               END-IF
               WRITE REG-AUDIT
               CLOSE AUDIT
           END-IF.

       END PROGRAM CTLAPROB.
