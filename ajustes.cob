      *          ajustes.txt como rastro de la correccion, y al
      *          final se emite el listado de ajustes del dia con
      *          totales por tipo.
      *          El archivo de movimientos llega como lote con
      *          cabecera "H" (fecha, identificador y operador que lo
      *          preparo) y cola "T" (cantidad y suma de importes),
      *          con el control comun contra lotes-procesados.txt.
      *          Un lote con notas de credito por encima del umbral
      *          de doble control se aplica solo si otro operador lo
      *          aprobo con APROBLOT (CTLAPROB), y el aprobador queda
      *          con el lote aplicado en auditoria.txt. La aprobacion
      *          vale para los movimientos tal como se aprobaron
      *          (suma de verificacion de CHKLOTE sobre cada registro).
      * Tectonics: cobc
      ******************************************************************

           SELECT MOV   ASSIGN TO "mov-ajuste.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MOV.
           SELECT OPTIONAL LPR
                        ASSIGN TO "lotes-procesados.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-LPR.
           SELECT EXP   ASSIGN TO "expensas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXP.
           03 MOVAJU-IMPORTE PIC 9(9)V99.
           03 MOVAJU-DETALLE PIC X(30).

      * Registros de control de lote del archivo de movimientos:
      * cabecera "H" (fecha de generacion, identificador de lote y
      * operador que lo preparo) y cola "T" (cantidad de
      * movimientos y suma de sus importes).
       01  REG-MOV-CAB.
           03 CAB-TIPO PIC X(1).
           03 CAB-FECHA-GEN PIC 9(8).
           03 CAB-ID-LOTE PIC 9(6).
           03 CAB-OPERADOR PIC X(8).
       01  REG-MOV-COLA.
           03 COLA-TIPO PIC X(1).
           03 COLA-CANT PIC 9(6).
           03 COLA-SUMA PIC 9(13)V99.

       FD  LPR.
       01  REG-LPR.
           03 LPR-PROGRAMA PIC X(8).
           03 LPR-ID-LOTE PIC 9(6).
           03 LPR-FECHA PIC 9(8).

       FD  EXP.
       01  REG-EXP.
           03 EXP-CUIT-CONS    PIC 9(15).
           88 NO-AJU VALUE "23".
           88 EOF-AJU VALUE "10".

       77  FS-LPR PIC XX.
           88 OK-LPR VALUE "00".
           88 NO-LPR VALUE "23".
           88 EOF-LPR VALUE "10".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-ENCONTRADA-EXP PIC X(1) VALUE "N".

       01  FECHA-HOY PIC 9(8) VALUE 0.

       01  SW-LOTE-INVALIDO PIC X(1) VALUE "N".
           88 LOTE-INVALIDO VALUE "S".
       01  SW-LOTE-YA-PROCESADO PIC X(1) VALUE "N".
           88 LOTE-YA-PROCESADO VALUE "S".
       01  SW-COLA-HALLADA PIC X(1) VALUE "N".
           88 COLA-HALLADA VALUE "S".
       01  ID-LOTE PIC 9(6) VALUE 0.
       01  FECHA-LOTE PIC 9(8) VALUE 0.
       01  CANT-MOV-LOTE PIC 9(6) VALUE 0.
       01  SUMA-MOV-LOTE PIC 9(13)V99 VALUE 0.
       01  COLA-CANT-DECL PIC 9(6) VALUE 0.
       01  COLA-SUMA-DECL PIC 9(13)V99 VALUE 0.
       01  OPERADOR-LOTE PIC X(8) VALUE SPACES.
       01  CANT-MOV-SENSIBLES PIC 9(6) VALUE 0.

      * Una nota de credito de importe mayor a este umbral hace que
      * todo el lote requiera la aprobacion de un segundo operador.
       01  UMBRAL-NC-APROBACION PIC 9(9)V99 VALUE 50000.00.

      * Parametros del doble control de lotes (CTLAPROB).
       01  APR-FUNCION PIC X(1) VALUE SPACES.
       01  APR-PROGRAMA PIC X(8) VALUE SPACES.
       01  APR-ID-LOTE PIC 9(6) VALUE 0.
       01  APR-OPERADOR PIC X(8) VALUE SPACES.
       01  APR-CANT PIC 9(6) VALUE 0.
       01  APR-SUMA PIC 9(13)V99 VALUE 0.
       01  APR-APROBADOR PIC X(8) VALUE SPACES.
       01  APR-COD-RET PIC 9(2) VALUE 0.
       01  APR-CONTROL PIC 9(15) VALUE 0.
       01  LARGO-MOV PIC 9(4) VALUE 0.

       01  CANT-EXP PIC 9(4) VALUE 0.
       01  BUFFER-EXP.
           03 BUF-EXP OCCURS 1 TO 9999 TIMES
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF NOT ERROR-APERTURA
               PERFORM VALIDAR-LOTE
               IF LOTE-INVALIDO
                   DISPLAY "AJUSTES: abortando, lote de movimientos "
                       "rechazado"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF ERROR-APERTURA
               DISPLAY "AJUSTES: abortando, error de apertura de "
                   "archivos"
               PERFORM LEER-MOV
               PERFORM APLICAR-AJUSTE UNTIL EOF-MOV
               PERFORM GRABAR-EXPENSAS
               PERFORM REGISTRAR-LOTE
               PERFORM IMPR-TOTALES
               CLOSE MOV
               CLOSE AJU
               AT END MOVE "10" TO FS-MOV.
           IF FS-MOV NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER MOV FS: ' FS-MOV.
           IF FS-MOV EQUAL "00" AND CAB-TIPO = "T"
               MOVE "10" TO FS-MOV.
           IF FS-MOV EQUAL "00"
               ADD 1 TO LEIDOS-MOV.
      *>-----------------------------------------------------------*
           WRITE REG-EXP.
           ADD 1 TO SUBIND-EXP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Control de lote: el archivo de movimientos llega con un
      * registro cabecera "H" y un registro cola "T". El lote se
      * valida completo antes de aplicar nada y se rechaza entero
      * si no cierra en cantidad o suma, si viene truncado, si su
      * identificador ya figura en lotes-procesados.txt o si la
      * cabecera no trae el operador que lo preparo.
      * Si trae operaciones sensibles ademas debe estar aprobado
      * por otro operador (CONTROLAR-APROBACION).
      *>-----------------------------------------------------------*
       VALIDAR-LOTE.
           PERFORM LEER-MOV-LOTE.
           IF EOF-MOV OR CAB-TIPO NOT = "H"
               MOVE "S" TO SW-LOTE-INVALIDO
               DISPLAY "LOTE RECHAZADO: el archivo de movimientos "
                   "no empieza con registro cabecera"
           ELSE
               MOVE CAB-ID-LOTE TO ID-LOTE
               MOVE CAB-FECHA-GEN TO FECHA-LOTE
               MOVE CAB-OPERADOR TO OPERADOR-LOTE
               PERFORM LEER-MOV-LOTE
               PERFORM CONTAR-MOV-LOTE
                   UNTIL EOF-MOV OR COLA-HALLADA
               PERFORM CONTROLAR-COLA-LOTE
           END-IF.
           IF NOT LOTE-INVALIDO AND OPERADOR-LOTE = SPACES
               MOVE "S" TO SW-LOTE-INVALIDO
               DISPLAY "LOTE RECHAZADO: lote " ID-LOTE " sin el "
                   "operador que lo preparo en la cabecera".
           IF NOT LOTE-INVALIDO
               PERFORM CONTROLAR-LOTE-PROCESADO.
           IF NOT LOTE-INVALIDO AND CANT-MOV-SENSIBLES > 0
               PERFORM CONTROLAR-APROBACION.
           CLOSE MOV.
           IF NOT LOTE-INVALIDO
               OPEN INPUT MOV
               PERFORM LEER-MOV-LOTE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MOV-LOTE.
           READ MOV
               AT END MOVE "10" TO FS-MOV.
           IF FS-MOV NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER MOV FS: ' FS-MOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTAR-MOV-LOTE.
           IF CAB-TIPO = "T"
               MOVE "S" TO SW-COLA-HALLADA
               MOVE COLA-CANT TO COLA-CANT-DECL
               MOVE COLA-SUMA TO COLA-SUMA-DECL
           ELSE
               ADD 1 TO CANT-MOV-LOTE
               PERFORM SUMAR-CONTROL-MOV
               ADD MOVAJU-IMPORTE TO SUMA-MOV-LOTE
               IF NOTA-CREDITO
                   AND MOVAJU-IMPORTE > UMBRAL-NC-APROBACION
                   ADD 1 TO CANT-MOV-SENSIBLES
               END-IF
               PERFORM LEER-MOV-LOTE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Suma de verificacion sobre la imagen completa de cada
      * movimiento, que CTLAPROB compara con la del lote aprobado.
      *>-----------------------------------------------------------*
       SUMAR-CONTROL-MOV.
           MOVE LENGTH OF REG-MOV TO LARGO-MOV.
           CALL "CHKLOTE" USING REG-MOV, LARGO-MOV, APR-CONTROL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-COLA-LOTE.
           IF NOT COLA-HALLADA
               MOVE "S" TO SW-LOTE-INVALIDO
               DISPLAY "LOTE RECHAZADO: lote " ID-LOTE " sin "
                   "registro cola, archivo posiblemente truncado"
           ELSE
               PERFORM LEER-MOV-LOTE
               IF NOT EOF-MOV
                   MOVE "S" TO SW-LOTE-INVALIDO
                   DISPLAY "LOTE RECHAZADO: lote " ID-LOTE " con "
                       "registros despues de la cola"
               END-IF
               IF COLA-CANT-DECL NOT = CANT-MOV-LOTE
                   MOVE "S" TO SW-LOTE-INVALIDO
                   DISPLAY "LOTE RECHAZADO: lote " ID-LOTE
                       " declara " COLA-CANT-DECL
                       " movimientos y trae " CANT-MOV-LOTE
               END-IF
               IF COLA-SUMA-DECL NOT = SUMA-MOV-LOTE
                   MOVE "S" TO SW-LOTE-INVALIDO
                   DISPLAY "LOTE RECHAZADO: lote " ID-LOTE
                       " declara suma " COLA-SUMA-DECL
                       " y los movimientos suman " SUMA-MOV-LOTE
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-LOTE-PROCESADO.
           MOVE "N" TO SW-LOTE-YA-PROCESADO.
           OPEN INPUT LPR.
           IF FS-LPR EQUAL "00"
               PERFORM LEER-LPR
               PERFORM BUSCAR-LOTE-PROCESADO
                   UNTIL EOF-LPR OR LOTE-YA-PROCESADO
               CLOSE LPR
               IF LOTE-YA-PROCESADO
                   MOVE "S" TO SW-LOTE-INVALIDO
                   DISPLAY "LOTE RECHAZADO: el lote " ID-LOTE
                       " ya fue procesado por AJUSTES"
               END-IF
           ELSE
      *        FS 05: el OPTIONAL quedo abierto y vacio; se cierra
      *        para que el OPEN EXTEND del final no falle.
               IF FS-LPR = "05"
                   CLOSE LPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-LPR.
           READ LPR
               AT END MOVE "10" TO FS-LPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-LOTE-PROCESADO.
           IF LPR-PROGRAMA = "AJUSTES" AND LPR-ID-LOTE = ID-LOTE
               MOVE "S" TO SW-LOTE-YA-PROCESADO
           ELSE
               PERFORM LEER-LPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       REGISTRAR-LOTE.
           OPEN EXTEND LPR.
           IF FS-LPR NOT = "00" AND "05"
               DISPLAY "Error en open lotes procesados FS: " FS-LPR
           ELSE
               MOVE "AJUSTES" TO LPR-PROGRAMA
               MOVE ID-LOTE TO LPR-ID-LOTE
               MOVE FECHA-LOTE TO LPR-FECHA
               WRITE REG-LPR
               CLOSE LPR.
           MOVE "A" TO APR-FUNCION.
           PERFORM LLAMAR-CTLAPROB.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Doble control: un lote con operaciones sensibles se aplica
      * solo si un operador distinto del que lo preparo lo aprobo
      * con APROBLOT. Si no, CTLAPROB lo deja pendiente en
      * lotes-aprobacion.txt y el lote se rechaza entero.
      *>-----------------------------------------------------------*
       CONTROLAR-APROBACION.
           MOVE "C" TO APR-FUNCION.
           PERFORM LLAMAR-CTLAPROB.
           IF APR-COD-RET NOT = 0
               MOVE "S" TO SW-LOTE-INVALIDO.
           IF APR-COD-RET = 0
               DISPLAY "Lote " ID-LOTE " preparado por "
                   OPERADOR-LOTE " y aprobado por " APR-APROBADOR.
           IF APR-COD-RET = 1
               DISPLAY "LOTE RECHAZADO: lote " ID-LOTE " con "
                   CANT-MOV-SENSIBLES " operaciones sensibles, queda "
                   "pendiente de aprobacion por otro operador".
           IF APR-COD-RET = 2
               DISPLAY "LOTE RECHAZADO: lote " ID-LOTE
                   " rechazado por " APR-APROBADOR.
           IF APR-COD-RET = 3
               DISPLAY "LOTE RECHAZADO: lote " ID-LOTE " no coincide "
                   "con el lote aprobado por " APR-APROBADOR.
           IF APR-COD-RET = 9
               DISPLAY "LOTE RECHAZADO: lote " ID-LOTE " sin poder "
                   "verificar su aprobacion".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLAMAR-CTLAPROB.
           MOVE "AJUSTES" TO APR-PROGRAMA.
           MOVE ID-LOTE TO APR-ID-LOTE.
           MOVE OPERADOR-LOTE TO APR-OPERADOR.
           MOVE CANT-MOV-LOTE TO APR-CANT.
           MOVE SUMA-MOV-LOTE TO APR-SUMA.
           CALL "CTLAPROB" USING APR-FUNCION, APR-PROGRAMA,
               APR-ID-LOTE, APR-OPERADOR, APR-CANT, APR-SUMA,
               APR-APROBADOR, APR-COD-RET, APR-CONTROL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-TOTALES.
           MOVE SPACES TO LINEA.
