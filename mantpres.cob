      *          cabecera "H" / cola "T" contra
      *          lotes-procesados.txt. El archivo queda ordenado por
      *          CUIT + anio + concepto para el cruce de CTLPRES.
      *          La cabecera del lote trae el operador que lo
      *          preparo, que queda registrado con el lote aplicado
      *          en auditoria.txt (CTLAPROB).
      * Tectonics: cobc
      ******************************************************************

           03 MOVPRE-IMPORTE-ANUAL PIC 9(11)V99.

      * Registros de control de lote del archivo de movimientos:
      * cabecera "H" (fecha de generacion, identificador de lote y
      * operador que lo preparo)
      * y cola "T" (cantidad de movimientos y suma de importes).
       01  REG-MOV-CAB.
           03 CAB-TIPO PIC X(1).
           03 CAB-FECHA-GEN PIC 9(8).
           03 CAB-ID-LOTE PIC 9(6).
           03 CAB-OPERADOR PIC X(8).
       01  REG-MOV-COLA.
           03 COLA-TIPO PIC X(1).
           03 COLA-CANT PIC 9(6).
       01  SUMA-MOV-LOTE PIC 9(13)V99 VALUE 0.
       01  COLA-CANT-DECL PIC 9(6) VALUE 0.
       01  COLA-SUMA-DECL PIC 9(13)V99 VALUE 0.
       01  OPERADOR-LOTE PIC X(8) VALUE SPACES.

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

       01  SW-MOV-VALIDO PIC X(1) VALUE "S".
           88 MOV-VALIDO VALUE "S".
      * Control de lote: el archivo de movimientos llega con un
      * registro cabecera "H" y un registro cola "T". El lote se
      * valida completo antes de aplicar nada y se rechaza entero
      * si no cierra en cantidad o suma, si viene truncado, si su
      * identificador ya figura en lotes-procesados.txt o si la
      * cabecera no trae el operador que lo preparo.
      *>-----------------------------------------------------------*
       VALIDAR-LOTE.
           PERFORM LEER-MOV-LOTE.
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
           CLOSE MOV.
               MOVE FECHA-LOTE TO LPR-FECHA
               WRITE REG-LPR
               CLOSE LPR.
           MOVE "A" TO APR-FUNCION.
           PERFORM LLAMAR-CTLAPROB.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLAMAR-CTLAPROB.
           MOVE "MANTPRES" TO APR-PROGRAMA.
           MOVE ID-LOTE TO APR-ID-LOTE.
           MOVE OPERADOR-LOTE TO APR-OPERADOR.
           MOVE CANT-MOV-LOTE TO APR-CANT.
           MOVE SUMA-MOV-LOTE TO APR-SUMA.
           CALL "CTLAPROB" USING APR-FUNCION, APR-PROGRAMA,
               APR-ID-LOTE, APR-OPERADOR, APR-CANT, APR-SUMA,
               APR-APROBADOR, APR-COD-RET, APR-CONTROL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
