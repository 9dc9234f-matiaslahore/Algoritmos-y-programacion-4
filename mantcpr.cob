      *          asignacion). Valida el CUIT contra
      *          maestro_indexed.txt y el proveedor via SUBPRG, y
      *          ajusta PRO-CANT-CONS-ASIG en ambas direcciones
      *          (OP=2 suma, OP=5 resta) sobre prov.txt. No se
      *          aceptan altas de asignacion para proveedores
      *          suspendidos por documentacion (prov-suspendidos.txt,
      *          generado por DOCPROV).
      *          La cabecera del lote trae el operador que lo
      *          preparo, que queda registrado con el lote aplicado
      *          en auditoria.txt (CTLAPROB).
      * Tectonics: cobc
      ******************************************************************

           SELECT CPR   ASSIGN TO "cpr.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CPR.
           SELECT OPTIONAL PSU
                        ASSIGN TO "prov-suspendidos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PSU.
           SELECT MAE-INDEX ASSIGN TO "maestro_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
           03 MOVCPR-COD-PROV PIC 9(8).

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
               05 CPR-MES PIC 9(2).
               05 CPR-DIA PIC 9(2).

      * Proveedores suspendidos por DOCPROV por falta de
      * documentacion obligatoria vigente.
       FD  PSU.
       01  REG-PSU.
           03 PSU-COD-PROV PIC 9(8).
           03 PSU-FECHA PIC 9(8).
           03 PSU-TIPO-DOC PIC X(4).
           03 PSU-MOTIVO PIC X(1).

       FD  MAE-INDEX.
       01  REG-MAE-INDEX.
           03 MAE-INDEX-CUIT-CONS PIC 9(15).
           88 OK-CPR VALUE "00".
           88 NO-CPR VALUE "23".
           88 EOF-CPR VALUE "10".
       77  FS-PSU PIC XX.
           88 OK-PSU VALUE "00".
           88 NO-PSU VALUE "23".
           88 EOF-PSU VALUE "10".
       77  FS-MAE-INDEX PIC XX.
           88 OK-MAE-INDEX VALUE "00".
           88 NO-MAE-INDEX VALUE "23".
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
           88 MOV-INVALIDO VALUE "N".
       01  SW-ENCONTRADO-CPR PIC X(1) VALUE "N".
           88 ENCONTRADO-CPR VALUE "S".

       01  CANT-SUSP PIC 9(3) VALUE 0.
       01  TABLA-SUSP.
           03 TAB-SUSP OCCURS 999 TIMES.
              05 TAB-SUS-COD-PROV PIC 9(8).
              05 TAB-SUS-TIPO-DOC PIC X(4).
       01  POS-SUSP PIC 9(3) VALUE 0.
       01  PROV-A-CONTROLAR PIC 9(8) VALUE 0.
       01  SW-SUSPENDIDO PIC X(1) VALUE "N".
           88 PROV-SUSPENDIDO VALUE "S".

       01  FECHA-HOY.
           03 FH-ANIO   PIC 9(4).
           03 FH-MES    PIC 9(2).
               DISPLAY "Error en open maestro indexado FS: "
                   FS-MAE-INDEX
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM CARGAR-SUSPENDIDOS.
           PERFORM CARGAR-CPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
               PERFORM VALIDAR-CONSORCIO.
           IF MOV-VALIDO
               PERFORM VALIDAR-PROVEEDOR.
           IF MOV-VALIDO AND MOVCPR-OP = 1
               PERFORM VALIDAR-SUSPENSION.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * La suspension solo impide asignar consorcios nuevos; las
      * bajas de asignacion se siguen aceptando.
      *>-----------------------------------------------------------*
       VALIDAR-SUSPENSION.
           MOVE MOVCPR-COD-PROV TO PROV-A-CONTROLAR.
           PERFORM BUSCAR-SUSPENDIDO.
           IF PROV-SUSPENDIDO
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "RECHAZADO: proveedor " MOVCPR-COD-PROV
                   " suspendido por documentacion ("
                   TAB-SUS-TIPO-DOC(POS-SUSP) "), CUIT "
                   MOVCPR-CUIT-CONS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * prov-suspendidos.txt lo regraba DOCPROV cada noche; si no
      * existe no hay proveedores suspendidos.
      *>-----------------------------------------------------------*
       CARGAR-SUSPENDIDOS.
           OPEN INPUT PSU.
           IF FS-PSU EQUAL "00"
               PERFORM LEER-PSU
               PERFORM LLENAR-TABLA-SUSP UNTIL EOF-PSU
               CLOSE PSU
           ELSE
               IF FS-PSU = "05"
                   CLOSE PSU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PSU.
           READ PSU
               AT END MOVE "10" TO FS-PSU.
           IF FS-PSU NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER SUSPENDIDOS FS: ' FS-PSU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-SUSP.
           IF CANT-SUSP < 999
               ADD 1 TO CANT-SUSP
               MOVE PSU-COD-PROV TO TAB-SUS-COD-PROV(CANT-SUSP)
               MOVE PSU-TIPO-DOC TO TAB-SUS-TIPO-DOC(CANT-SUSP)
           ELSE
               DISPLAY "ADVERTENCIA: tabla de suspendidos llena, el "
                   "proveedor " PSU-COD-PROV " no se considera".
           PERFORM LEER-PSU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-SUSPENDIDO.
           MOVE "N" TO SW-SUSPENDIDO.
           MOVE 1 TO POS-SUSP.
           PERFORM BUSCAR-SUSPENDIDO-PASO
               UNTIL POS-SUSP > CANT-SUSP OR PROV-SUSPENDIDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-SUSPENDIDO-PASO.
           IF TAB-SUS-COD-PROV(POS-SUSP) = PROV-A-CONTROLAR
               MOVE "S" TO SW-SUSPENDIDO
           ELSE
               ADD 1 TO POS-SUSP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       VALIDAR-CONSORCIO.
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
           MOVE "MANTCPR" TO APR-PROGRAMA.
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
