      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Importacion de la rendicion diaria de una red de
      *          cobranza externa (Pago Mis Cuentas, Rapipago, etc.)
      *          desde cobranza-red.txt. El archivo llega con una
      *          cabecera "H" (codigo de red, fecha e identificador
      *          de lote), un detalle "D" por cobro (fecha de cobro,
      *          codigo de pago electronico de la boleta e importe
      *          cobrado) y una cola "T" (cantidad y suma). El lote
      *          se rechaza entero si no cierra en cantidad o suma,
      *          si viene truncado o si la red y el lote ya figuran
      *          en lotes-red.txt. De cada cobro se valida el digito
      *          verificador del codigo que imprime PROEXP, que la
      *          boleta (CUIT, unidad y periodo) exista en
      *          expensas-uf.txt por el mismo importe y que el
      *          codigo no se repita en el lote. Los aceptados se
      *          insertan en pagos.txt (manteniendo el orden por
      *          CUIT, con la unidad del codigo) y los demas se
      *          graban en excepciones-red.txt con su motivo.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPRED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RED   ASSIGN TO "cobranza-red.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-RED.
           SELECT PAG   ASSIGN TO "pagos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PAG.
           SELECT EXPUF ASSIGN TO "expensas-uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXPUF.
           SELECT OPTIONAL EXR
                        ASSIGN TO "excepciones-red.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXR.
           SELECT OPTIONAL LRD
                        ASSIGN TO "lotes-red.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-LRD.

       DATA DIVISION.
       FILE SECTION.

       FD  RED.
       01  REG-RED.
           03 RED-TIPO PIC X(1).
           03 RED-FECHA-COBRO PIC 9(8).
           03 RED-CODIGO-PAGO PIC X(37).
           03 RED-IMPORTE PIC 9(9)V99.

      * Registros de control de lote de la rendicion: cabecera
      * "H" (red, fecha de generacion e identificador de lote) y
      * cola "T" (cantidad de cobros y suma de importes).
       01  REG-RED-CAB.
           03 CAB-TIPO PIC X(1).
           03 CAB-RED PIC X(4).
           03 CAB-FECHA-GEN PIC 9(8).
           03 CAB-ID-LOTE PIC 9(6).
       01  REG-RED-COLA.
           03 COLA-TIPO PIC X(1).
           03 COLA-CANT PIC 9(6).
           03 COLA-SUMA PIC 9(13)V99.

       FD  PAG.
       01  REG-PAG.
           03 PAG-CUIT-CONS    PIC 9(15).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC 9(9)V99.
           03 PAG-NRO-UNIDAD   PIC 9(4).

       FD  EXPUF.
       01  REG-EXPUF.
           03 EXPUF-CUIT-CONS PIC 9(15).
           03 EXPUF-NRO-UNIDAD PIC 9(4).
           03 EXPUF-PERIODO PIC 9(6).
           03 EXPUF-IMPORTE PIC 9(9)V99.
           03 EXPUF-VENCIMIENTO PIC 9(8).

       FD  EXR.
       01  REG-EXR.
           03 EXR-FECHA-PROCESO PIC 9(8).
           03 EXR-RED PIC X(4).
           03 EXR-ID-LOTE PIC 9(6).
           03 EXR-MOTIVO PIC 9(2).
           03 EXR-DESCRIP PIC X(30).
           03 EXR-REGISTRO PIC X(57).

       FD  LRD.
       01  REG-LRD.
           03 LRD-RED PIC X(4).
           03 LRD-ID-LOTE PIC 9(6).
           03 LRD-FECHA-PROCESO PIC 9(8).
           03 LRD-CANT-ACEPTADOS PIC 9(6).
           03 LRD-TOTAL-ACEPTADO PIC 9(13)V99.

       WORKING-STORAGE SECTION.

       01  LINEA PIC X(106).

       77  FS-RED PIC XX.
           88 OK-RED VALUE "00".
           88 NO-RED VALUE "23".
           88 EOF-RED VALUE "10".
       77  FS-PAG PIC XX.
           88 OK-PAG VALUE "00".
           88 NO-PAG VALUE "23".
           88 EOF-PAG VALUE "10".
       77  FS-EXPUF PIC XX.
           88 OK-EXPUF VALUE "00".
           88 NO-EXPUF VALUE "23".
           88 EOF-EXPUF VALUE "10".
       77  FS-EXR PIC XX.
           88 OK-EXR VALUE "00".
           88 NO-EXR VALUE "23".
           88 EOF-EXR VALUE "10".
       77  FS-LRD PIC XX.
           88 OK-LRD VALUE "00".
           88 NO-LRD VALUE "23".
           88 EOF-LRD VALUE "10".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-LOTE-INVALIDO PIC X(1) VALUE "N".
           88 LOTE-INVALIDO VALUE "S".
       01  SW-LOTE-YA-PROCESADO PIC X(1) VALUE "N".
           88 LOTE-YA-PROCESADO VALUE "S".
       01  SW-COLA-HALLADA PIC X(1) VALUE "N".
           88 COLA-HALLADA VALUE "S".
       01  SW-COBRO-VALIDO PIC X(1) VALUE "S".
           88 COBRO-VALIDO VALUE "S".
       01  SW-BOLETA-HALLADA PIC X(1) VALUE "N".
           88 BOLETA-HALLADA VALUE "S".
       01  SW-CODIGO-REPETIDO PIC X(1) VALUE "N".
           88 CODIGO-REPETIDO VALUE "S".

       01  FECHA-HOY PIC 9(8) VALUE 0.

       01  RED-LOTE PIC X(4) VALUE SPACES.
       01  ID-LOTE PIC 9(6) VALUE 0.
       01  FECHA-LOTE PIC 9(8) VALUE 0.
       01  CANT-MOV-LOTE PIC 9(6) VALUE 0.
       01  SUMA-MOV-LOTE PIC 9(13)V99 VALUE 0.
       01  COLA-CANT-DECL PIC 9(6) VALUE 0.
       01  COLA-SUMA-DECL PIC 9(13)V99 VALUE 0.

      * Codigo de pago electronico de la boleta (ver PROEXP): los
      * datos de la boleta y un digito verificador modulo 10 con
      * la secuencia de pesos 1-3-5-7-9 (la mitad de la suma
      * ponderada, modulo 10).
       01  CODIGO-PAGO.
           03 CODPAG-DATOS.
              05 CODPAG-CUIT-CONS PIC 9(15).
              05 CODPAG-NRO-UNIDAD PIC 9(4).
              05 CODPAG-PERIODO PIC 9(6).
              05 CODPAG-IMPORTE PIC 9(9)V99.
           03 CODPAG-DATOS-RED REDEFINES CODPAG-DATOS.
              05 CODPAG-DIGITO PIC 9(1) OCCURS 36 TIMES.
           03 CODPAG-DV PIC 9(1).
       01  TABLA-PESOS-CODPAG PIC X(36)
           VALUE "135793579357935793579357935793579357".
       01  TABLA-PESOS-CODPAG-RED REDEFINES TABLA-PESOS-CODPAG.
           03 PESO-CODPAG PIC 9(1) OCCURS 36 TIMES.
       01  SUMA-CODPAG PIC 9(4) VALUE 0.
       01  MITAD-CODPAG PIC 9(4) VALUE 0.
       01  COCIENTE-CODPAG PIC 9(4) VALUE 0.
       01  DV-CALCULADO PIC 9(1) VALUE 0.
       01  POS-DIGITO-CODPAG PIC 9(2) VALUE 0.

       01  CANT-PAG PIC 9(4) VALUE 0.
       01  BUFFER-PAG.
           03 BUF-PAG OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-PAG.
              05 BUF-PAG-CUIT-CONS PIC 9(15).
              05 BUF-PAG-FECHA PIC 9(8).
              05 BUF-PAG-IMPORTE PIC 9(9)V99.
              05 BUF-PAG-NRO-UNIDAD PIC 9(4).
       01  POS-PAG PIC 9(4) VALUE 0.
       01  SUBIND-PAG PIC 9(4) VALUE 0.

       01  CANT-EXPUF PIC 9(4) VALUE 0.
       01  BUFFER-EXPUF.
           03 BUF-EXPUF OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-EXPUF.
              05 BUF-EXPUF-CUIT-CONS PIC 9(15).
              05 BUF-EXPUF-NRO-UNIDAD PIC 9(4).
              05 BUF-EXPUF-PERIODO PIC 9(6).
              05 BUF-EXPUF-IMPORTE PIC 9(9)V99.
       01  POS-EXPUF PIC 9(4) VALUE 0.

      * Codigos de pago ya aceptados en el lote, para no aplicar
      * dos veces el mismo cobro que la red informa repetido.
       01  CANT-COD PIC 9(4) VALUE 0.
       01  TABLA-CODIGOS.
           03 TAB-COD OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-COD.
              05 TAB-COD-CODIGO PIC X(37).
       01  POS-COD PIC 9(4) VALUE 0.

       01  MOTIVO-EXCEPCION PIC 9(2) VALUE 0.
       01  DESCRIP-EXCEPCION PIC X(30) VALUE SPACES.

       01  LEIDOS-RED PIC 9(6) VALUE 0.
       01  CANT-ACEPTADOS PIC 9(6) VALUE 0.
       01  CANT-EXCEPCIONES PIC 9(6) VALUE 0.
       01  TOTAL-ACEPTADO PIC 9(13)V99 VALUE 0.
       01  TOTAL-EXCEPCIONES PIC 9(13)V99 VALUE 0.

      * Parametros del resguardo generacional previo a la regrabacion.
       01  RES-ARCHIVO PIC X(20) VALUE SPACES.
       01  RES-BASE PIC X(8) VALUE SPACES.
       01  RES-COD-RET PIC 9(2) VALUE 0.

      * Novedades a la bitacora central, ademas del DISPLAY.
       01  BTC-PROGRAMA PIC X(8) VALUE "IMPRED".
       01  BTC-SEVERIDAD PIC X(1) VALUE "A".
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       01  TITULO.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(26) VALUE "COBRANZA POR RED EXTERNA ".
           03 TITULO-RED PIC X(4).
           03 FILLER PIC X(7) VALUE " LOTE  ".
           03 TITULO-LOTE PIC 9(6).
           03 FILLER PIC X(8) VALUE " - DIA  ".
           03 TITULO-FECHA PIC 9(8).
           03 FILLER PIC X(27) VALUE SPACES.

       01  COBRO-ROTULO.
           03 FILLER PIC X(16) VALUE "CUIT-CONS       ".
           03 FILLER PIC X(5) VALUE "UF   ".
           03 FILLER PIC X(8) VALUE "PERIODO ".
           03 FILLER PIC X(10) VALUE "COBRADO   ".
           03 FILLER PIC X(13) VALUE "    IMPORTE  ".
           03 FILLER PIC X(30) VALUE "RESULTADO".
           03 FILLER PIC X(24) VALUE SPACES.

       01  COBRO-LINEA.
           03 COBLIN-CUIT PIC 9(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 COBLIN-UNIDAD PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 COBLIN-PERIODO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 COBLIN-FECHA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 COBLIN-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 COBLIN-RESULTADO PIC X(30).
           03 FILLER PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF NOT ERROR-APERTURA
               PERFORM VALIDAR-LOTE
               IF LOTE-INVALIDO
                   DISPLAY "IMPRED: abortando, rendicion de la red "
                       "rechazada por control de lote"
                   MOVE "E" TO BTC-SEVERIDAD
                   MOVE SPACES TO BTC-DETALLE
                   STRING "lote " ID-LOTE " de la red " RED-LOTE
                       " rechazado entero por control de lote"
                       DELIMITED BY SIZE INTO BTC-DETALLE
                   PERFORM GRABAR-BITACORA
                   MOVE 16 TO RETURN-CODE
                   CLOSE EXR
                   STOP RUN
               END-IF
           END-IF.
           IF ERROR-APERTURA
               DISPLAY "IMPRED: abortando, error de apertura de "
                   "archivos"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM IMPR-CABECERA
               PERFORM PROCESAR-COBRO UNTIL EOF-RED OR COLA-HALLADA
               PERFORM GRABAR-PAGOS
               PERFORM REGISTRAR-LOTE
               PERFORM AVISAR-EXCEPCIONES
               PERFORM IMPR-RESUMEN
               CLOSE RED
               CLOSE EXR
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT RED.
           IF FS-RED NOT = "00"
               DISPLAY "Error en open rendicion de la red FS: " FS-RED
               MOVE "S" TO SW-ERROR-APERTURA.
           OPEN EXTEND EXR.
           IF FS-EXR NOT = "00" AND "05"
               DISPLAY "Error en open excepciones de la red FS: "
                   FS-EXR
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM CARGAR-PAGOS.
           PERFORM CARGAR-EXPENSAS-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PAGOS.
           OPEN INPUT PAG.
           IF FS-PAG EQUAL "00"
               PERFORM LEER-PAG
               PERFORM LLENAR-BUFFER-PAG
                   UNTIL EOF-PAG OR ERROR-APERTURA
               CLOSE PAG
           ELSE
               DISPLAY "ADVERTENCIA: pagos.txt inexistente o ilegible "
                   "(FS: " FS-PAG "), se parte de un archivo vacio".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PAG.
           READ PAG
               AT END MOVE "10" TO FS-PAG.
           IF FS-PAG NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PAGOS FS: ' FS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-PAG.
           IF CANT-PAG < 9999
               ADD 1 TO CANT-PAG
               MOVE REG-PAG TO BUF-PAG(CANT-PAG)
           ELSE
               DISPLAY "ERROR: pagos.txt supera los 9999 pagos, se "
                   "aborta para no truncar el archivo"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-EXPENSAS-UF.
           OPEN INPUT EXPUF.
           IF FS-EXPUF EQUAL "00"
               PERFORM LEER-EXPUF
               PERFORM LLENAR-BUFFER-EXPUF
                   UNTIL EOF-EXPUF OR ERROR-APERTURA
               CLOSE EXPUF
           ELSE
               DISPLAY "Error en open expensas por unidad FS: "
                   FS-EXPUF
               MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-EXPUF.
           READ EXPUF
               AT END MOVE "10" TO FS-EXPUF.
           IF FS-EXPUF NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER EXPENSAS-UF FS: ' FS-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-EXPUF.
           IF CANT-EXPUF < 9999
               ADD 1 TO CANT-EXPUF
               MOVE EXPUF-CUIT-CONS TO BUF-EXPUF-CUIT-CONS(CANT-EXPUF)
               MOVE EXPUF-NRO-UNIDAD
                   TO BUF-EXPUF-NRO-UNIDAD(CANT-EXPUF)
               MOVE EXPUF-PERIODO TO BUF-EXPUF-PERIODO(CANT-EXPUF)
               MOVE EXPUF-IMPORTE TO BUF-EXPUF-IMPORTE(CANT-EXPUF)
           ELSE
               DISPLAY "ERROR: expensas-uf.txt supera las 9999 "
                   "emisiones, se aborta para no rechazar boletas "
                   "existentes"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Control de lote: la rendicion llega con un registro
      * cabecera "H" y un registro cola "T". El lote se valida
      * completo antes de aplicar nada y se rechaza entero si no
      * cierra en cantidad o suma, si viene truncado o si la red
      * y el lote ya figuran en lotes-red.txt.
      *>-----------------------------------------------------------*
       VALIDAR-LOTE.
           PERFORM LEER-RED-LOTE.
           IF EOF-RED OR CAB-TIPO NOT = "H"
               MOVE "S" TO SW-LOTE-INVALIDO
               DISPLAY "LOTE RECHAZADO: la rendicion de la red no "
                   "empieza con registro cabecera"
           ELSE
               MOVE CAB-RED TO RED-LOTE
               MOVE CAB-ID-LOTE TO ID-LOTE
               MOVE CAB-FECHA-GEN TO FECHA-LOTE
               IF CAB-RED = SPACES
                   MOVE "S" TO SW-LOTE-INVALIDO
                   DISPLAY "LOTE RECHAZADO: lote " ID-LOTE
                       " sin codigo de red en la cabecera"
               END-IF
               PERFORM LEER-RED-LOTE
               PERFORM CONTAR-MOV-LOTE
                   UNTIL EOF-RED OR COLA-HALLADA
               PERFORM CONTROLAR-COLA-LOTE
           END-IF.
           IF NOT LOTE-INVALIDO
               PERFORM CONTROLAR-LOTE-PROCESADO.
           CLOSE RED.
           MOVE "N" TO SW-COLA-HALLADA.
           IF NOT LOTE-INVALIDO
               OPEN INPUT RED
               PERFORM LEER-RED-LOTE
               PERFORM LEER-RED.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-RED-LOTE.
           READ RED
               AT END MOVE "10" TO FS-RED.
           IF FS-RED NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER RENDICION DE LA RED FS: ' FS-RED.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTAR-MOV-LOTE.
           IF CAB-TIPO = "T"
               MOVE "S" TO SW-COLA-HALLADA
               MOVE COLA-CANT TO COLA-CANT-DECL
               MOVE COLA-SUMA TO COLA-SUMA-DECL
           ELSE
               ADD 1 TO CANT-MOV-LOTE
               IF RED-IMPORTE IS NUMERIC
                   ADD RED-IMPORTE TO SUMA-MOV-LOTE
               END-IF
               PERFORM LEER-RED-LOTE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-COLA-LOTE.
           IF NOT COLA-HALLADA
               MOVE "S" TO SW-LOTE-INVALIDO
               DISPLAY "LOTE RECHAZADO: lote " ID-LOTE " sin "
                   "registro cola, archivo posiblemente truncado"
           ELSE
               PERFORM LEER-RED-LOTE
               IF NOT EOF-RED
                   MOVE "S" TO SW-LOTE-INVALIDO
                   DISPLAY "LOTE RECHAZADO: lote " ID-LOTE " con "
                       "registros despues de la cola"
               END-IF
               IF COLA-CANT-DECL NOT = CANT-MOV-LOTE
                   MOVE "S" TO SW-LOTE-INVALIDO
                   DISPLAY "LOTE RECHAZADO: lote " ID-LOTE
                       " declara " COLA-CANT-DECL
                       " cobros y trae " CANT-MOV-LOTE
               END-IF
               IF COLA-SUMA-DECL NOT = SUMA-MOV-LOTE
                   MOVE "S" TO SW-LOTE-INVALIDO
                   DISPLAY "LOTE RECHAZADO: lote " ID-LOTE
                       " declara suma " COLA-SUMA-DECL
                       " y los cobros suman " SUMA-MOV-LOTE
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-LOTE-PROCESADO.
           MOVE "N" TO SW-LOTE-YA-PROCESADO.
           OPEN INPUT LRD.
           IF FS-LRD EQUAL "00"
               PERFORM LEER-LRD
               PERFORM BUSCAR-LOTE-PROCESADO
                   UNTIL EOF-LRD OR LOTE-YA-PROCESADO
               CLOSE LRD
               IF LOTE-YA-PROCESADO
                   MOVE "S" TO SW-LOTE-INVALIDO
                   DISPLAY "LOTE RECHAZADO: el lote " ID-LOTE
                       " de la red " RED-LOTE " ya fue aplicado"
               END-IF
           ELSE
      *        FS 05: el OPTIONAL quedo abierto y vacio; se cierra
      *        para que el OPEN EXTEND del final no falle.
               IF FS-LRD = "05"
                   CLOSE LRD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-LRD.
           READ LRD
               AT END MOVE "10" TO FS-LRD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-LOTE-PROCESADO.
           IF LRD-RED = RED-LOTE AND LRD-ID-LOTE = ID-LOTE
               MOVE "S" TO SW-LOTE-YA-PROCESADO
           ELSE
               PERFORM LEER-LRD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-RED.
           READ RED
               AT END MOVE "10" TO FS-RED.
           IF FS-RED NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER RENDICION DE LA RED FS: ' FS-RED.
           IF FS-RED EQUAL "00"
               IF CAB-TIPO = "T"
                   MOVE "S" TO SW-COLA-HALLADA
               ELSE
                   ADD 1 TO LEIDOS-RED.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       PROCESAR-COBRO.
           PERFORM VALIDAR-COBRO.
           IF COBRO-VALIDO
               PERFORM APLICAR-COBRO
           ELSE
               PERFORM GRABAR-EXCEPCION.
           PERFORM LEER-RED.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       VALIDAR-COBRO.
           MOVE "S" TO SW-COBRO-VALIDO.
           MOVE ZEROES TO CODIGO-PAGO.
           IF RED-TIPO NOT = "D"
               MOVE 1 TO MOTIVO-EXCEPCION
               MOVE "TIPO DE REGISTRO INVALIDO" TO DESCRIP-EXCEPCION
               MOVE "N" TO SW-COBRO-VALIDO.
           IF COBRO-VALIDO
               IF RED-CODIGO-PAGO IS NOT NUMERIC
                   OR RED-FECHA-COBRO IS NOT NUMERIC
                   OR RED-IMPORTE IS NOT NUMERIC
                   MOVE 2 TO MOTIVO-EXCEPCION
                   MOVE "REGISTRO MAL FORMADO" TO DESCRIP-EXCEPCION
                   MOVE "N" TO SW-COBRO-VALIDO
               ELSE
                   IF RED-FECHA-COBRO = ZERO OR RED-IMPORTE = ZERO
                       MOVE 2 TO MOTIVO-EXCEPCION
                       MOVE "REGISTRO MAL FORMADO"
                           TO DESCRIP-EXCEPCION
                       MOVE "N" TO SW-COBRO-VALIDO
                   ELSE
                       MOVE RED-CODIGO-PAGO TO CODIGO-PAGO.
           IF COBRO-VALIDO
               PERFORM CALCULAR-DV-CODPAG
               IF DV-CALCULADO NOT = CODPAG-DV
                   MOVE 3 TO MOTIVO-EXCEPCION
                   MOVE "DIGITO VERIFICADOR INVALIDO"
                       TO DESCRIP-EXCEPCION
                   MOVE "N" TO SW-COBRO-VALIDO.
           IF COBRO-VALIDO
               PERFORM BUSCAR-BOLETA
               IF NOT BOLETA-HALLADA
                   MOVE 4 TO MOTIVO-EXCEPCION
                   MOVE "BOLETA INEXISTENTE" TO DESCRIP-EXCEPCION
                   MOVE "N" TO SW-COBRO-VALIDO
               ELSE
                   IF BUF-EXPUF-IMPORTE(POS-EXPUF) NOT = CODPAG-IMPORTE
                       OR RED-IMPORTE NOT = CODPAG-IMPORTE
                       MOVE 5 TO MOTIVO-EXCEPCION
                       MOVE "IMPORTE DISTINTO DE LA BOLETA"
                           TO DESCRIP-EXCEPCION
                       MOVE "N" TO SW-COBRO-VALIDO.
           IF COBRO-VALIDO
               PERFORM BUSCAR-CODIGO-LOTE
               IF CODIGO-REPETIDO
                   MOVE 6 TO MOTIVO-EXCEPCION
                   MOVE "COBRO REPETIDO EN EL LOTE"
                       TO DESCRIP-EXCEPCION
                   MOVE "N" TO SW-COBRO-VALIDO.
           IF COBRO-VALIDO
               IF CANT-PAG >= 9999 OR CANT-COD >= 9999
                   MOVE 7 TO MOTIVO-EXCEPCION
                   MOVE "TABLA DE PAGOS LLENA" TO DESCRIP-EXCEPCION
                   MOVE "N" TO SW-COBRO-VALIDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CALCULAR-DV-CODPAG.
           MOVE 0 TO SUMA-CODPAG.
           MOVE 1 TO POS-DIGITO-CODPAG.
           PERFORM SUMAR-PESO-CODPAG UNTIL POS-DIGITO-CODPAG > 36.
           DIVIDE SUMA-CODPAG BY 2 GIVING MITAD-CODPAG.
           DIVIDE MITAD-CODPAG BY 10 GIVING COCIENTE-CODPAG
               REMAINDER DV-CALCULADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-PESO-CODPAG.
           COMPUTE SUMA-CODPAG = SUMA-CODPAG
               + CODPAG-DIGITO(POS-DIGITO-CODPAG)
               * PESO-CODPAG(POS-DIGITO-CODPAG).
           ADD 1 TO POS-DIGITO-CODPAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-BOLETA.
           MOVE "N" TO SW-BOLETA-HALLADA.
           MOVE 1 TO POS-EXPUF.
           PERFORM BUSCAR-BOLETA-PASO
               UNTIL POS-EXPUF > CANT-EXPUF OR BOLETA-HALLADA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-BOLETA-PASO.
           IF BUF-EXPUF-CUIT-CONS(POS-EXPUF) = CODPAG-CUIT-CONS
               AND BUF-EXPUF-NRO-UNIDAD(POS-EXPUF) = CODPAG-NRO-UNIDAD
               AND BUF-EXPUF-PERIODO(POS-EXPUF) = CODPAG-PERIODO
               MOVE "S" TO SW-BOLETA-HALLADA
           ELSE
               ADD 1 TO POS-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CODIGO-LOTE.
           MOVE "N" TO SW-CODIGO-REPETIDO.
           MOVE 1 TO POS-COD.
           PERFORM BUSCAR-CODIGO-PASO
               UNTIL POS-COD > CANT-COD OR CODIGO-REPETIDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CODIGO-PASO.
           IF TAB-COD-CODIGO(POS-COD) = RED-CODIGO-PAGO
               MOVE "S" TO SW-CODIGO-REPETIDO
           ELSE
               ADD 1 TO POS-COD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       APLICAR-COBRO.
           PERFORM BUSCAR-POSICION-PAG.
           PERFORM DESPLAZAR-PAG.
           MOVE CODPAG-CUIT-CONS TO BUF-PAG-CUIT-CONS(POS-PAG).
           MOVE RED-FECHA-COBRO TO BUF-PAG-FECHA(POS-PAG).
           MOVE RED-IMPORTE TO BUF-PAG-IMPORTE(POS-PAG).
           MOVE CODPAG-NRO-UNIDAD TO BUF-PAG-NRO-UNIDAD(POS-PAG).
           ADD 1 TO CANT-COD.
           MOVE RED-CODIGO-PAGO TO TAB-COD-CODIGO(CANT-COD).
           ADD 1 TO CANT-ACEPTADOS.
           ADD RED-IMPORTE TO TOTAL-ACEPTADO.
           MOVE "ACEPTADO" TO COBLIN-RESULTADO.
           PERFORM IMPR-COBRO-LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-POSICION-PAG.
           MOVE 1 TO POS-PAG.
           PERFORM BUSCAR-POSICION-PASO
               UNTIL POS-PAG > CANT-PAG
               OR BUF-PAG-CUIT-CONS(POS-PAG) > CODPAG-CUIT-CONS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-POSICION-PASO.
           ADD 1 TO POS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       DESPLAZAR-PAG.
           MOVE CANT-PAG TO SUBIND-PAG.
           ADD 1 TO CANT-PAG.
           PERFORM DESPLAZAR-PASO-PAG UNTIL SUBIND-PAG < POS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       DESPLAZAR-PASO-PAG.
           MOVE BUF-PAG(SUBIND-PAG) TO BUF-PAG(SUBIND-PAG + 1).
           SUBTRACT 1 FROM SUBIND-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-EXCEPCION.
           MOVE FECHA-HOY TO EXR-FECHA-PROCESO.
           MOVE RED-LOTE TO EXR-RED.
           MOVE ID-LOTE TO EXR-ID-LOTE.
           MOVE MOTIVO-EXCEPCION TO EXR-MOTIVO.
           MOVE DESCRIP-EXCEPCION TO EXR-DESCRIP.
           MOVE REG-RED TO EXR-REGISTRO.
           WRITE REG-EXR.
           ADD 1 TO CANT-EXCEPCIONES.
           IF RED-IMPORTE IS NUMERIC
               ADD RED-IMPORTE TO TOTAL-EXCEPCIONES.
           MOVE DESCRIP-EXCEPCION TO COBLIN-RESULTADO.
           PERFORM IMPR-COBRO-LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       RESGUARDAR-PAGOS.
           MOVE "pagos.txt" TO RES-ARCHIVO.
           MOVE "pagos" TO RES-BASE.
           CALL "RESGUARD" USING RES-ARCHIVO, RES-BASE,
               RES-COD-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-PAGOS.
           PERFORM RESGUARDAR-PAGOS.
           IF RES-COD-RET NOT = 0
               DISPLAY "IMPRED: fallo el resguardo de "
                   "pagos.txt, no se regraba"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT PAG.
           MOVE 1 TO SUBIND-PAG.
           PERFORM ESCRIBIR-PASO-PAG UNTIL SUBIND-PAG > CANT-PAG.
           CLOSE PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-PASO-PAG.
           MOVE BUF-PAG(SUBIND-PAG) TO REG-PAG.
           WRITE REG-PAG.
           ADD 1 TO SUBIND-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       REGISTRAR-LOTE.
           OPEN EXTEND LRD.
           IF FS-LRD NOT = "00" AND "05"
               DISPLAY "Error en open lotes de la red FS: " FS-LRD
           ELSE
               MOVE RED-LOTE TO LRD-RED
               MOVE ID-LOTE TO LRD-ID-LOTE
               MOVE FECHA-HOY TO LRD-FECHA-PROCESO
               MOVE CANT-ACEPTADOS TO LRD-CANT-ACEPTADOS
               MOVE TOTAL-ACEPTADO TO LRD-TOTAL-ACEPTADO
               WRITE REG-LRD
               CLOSE LRD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AVISAR-EXCEPCIONES.
           IF CANT-EXCEPCIONES > 0
               MOVE "A" TO BTC-SEVERIDAD
               MOVE SPACES TO BTC-DETALLE
               STRING "lote " ID-LOTE " de la red " RED-LOTE ": "
                   CANT-EXCEPCIONES " cobros a excepciones-red.txt"
                   DELIMITED BY SIZE INTO BTC-DETALLE
               PERFORM GRABAR-BITACORA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-BITACORA.
           CALL "BITACORA" USING BTC-PROGRAMA, BTC-SEVERIDAD,
               BTC-DETALLE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-CABECERA.
           MOVE RED-LOTE TO TITULO-RED.
           MOVE ID-LOTE TO TITULO-LOTE.
           MOVE FECHA-HOY TO TITULO-FECHA.
           MOVE TITULO TO LINEA.
           DISPLAY LINEA.
           MOVE COBRO-ROTULO TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-COBRO-LINEA.
           MOVE CODPAG-CUIT-CONS TO COBLIN-CUIT.
           MOVE CODPAG-NRO-UNIDAD TO COBLIN-UNIDAD.
           MOVE CODPAG-PERIODO TO COBLIN-PERIODO.
           IF RED-FECHA-COBRO IS NUMERIC
               MOVE RED-FECHA-COBRO TO COBLIN-FECHA
           ELSE
               MOVE 0 TO COBLIN-FECHA.
           IF RED-IMPORTE IS NUMERIC
               MOVE RED-IMPORTE TO COBLIN-IMPORTE
           ELSE
               MOVE 0 TO COBLIN-IMPORTE.
           MOVE COBRO-LINEA TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Cobros leidos de la red   : " LEIDOS-RED.
           DISPLAY "Cobros aplicados a pagos  : " CANT-ACEPTADOS
               " por " TOTAL-ACEPTADO.
           DISPLAY "Cobros a excepciones      : " CANT-EXCEPCIONES
               " por " TOTAL-EXCEPCIONES.
           DISPLAY "Registros de pagos.txt    : " CANT-PAG.

       END PROGRAM IMPRED.
