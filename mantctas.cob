      *          conservan sus cuentas anteriores. Emite el listado
      *          de consorcios con cuentas secundarias en
      *          listado-ctas-secundarias.txt.
      *          La cabecera del lote trae el operador que lo
      *          preparo; como todo movimiento cambia cuentas
      *          bancarias, el lote se aplica solo si otro operador
      *          lo aprobo con APROBLOT (doble control de CTLAPROB),
      *          y el aprobador queda con el lote aplicado en
      *          auditoria.txt. La aprobacion vale para los
      *          movimientos tal como se aprobaron: la suma de
      *          verificacion de CHKLOTE sobre cada registro del lote
      *          se guarda con la solicitud y se controla al aplicar.
      * Tectonics: cobc
      ******************************************************************

           03 MOVCTA-PRINCIPAL PIC X(1).

      * Registros de control de lote del archivo de movimientos:
      * cabecera "H" (fecha de generacion, identificador de lote y
      * operador que lo preparo)
      * y cola "T" (cantidad de movimientos y suma de importes
      * donde aplica, en cero donde no).
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
       01  CANT-MOV-SENSIBLES PIC 9(6) VALUE 0.

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
       01  SW-MOV-VALIDO PIC X(1) VALUE "S".
           88 MOV-VALIDO VALUE "S".
           88 MOV-INVALIDO VALUE "N".
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
               MOVE COLA-SUMA TO COLA-SUMA-DECL
           ELSE
               ADD 1 TO CANT-MOV-LOTE
               PERFORM SUMAR-CONTROL-MOV
               ADD 1 TO CANT-MOV-SENSIBLES
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
           MOVE "MANTCTAS" TO APR-PROGRAMA.
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
