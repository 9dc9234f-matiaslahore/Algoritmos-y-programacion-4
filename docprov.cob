      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Control nocturno del legajo documental de
      *          proveedores. Lee la documentacion presentada por
      *          cada proveedor (docprov.txt: tipo, numero y
      *          vencimiento) y los documentos obligatorios por rubro
      *          (docs-rubro.txt, rubro 0000 para los que se exigen a
      *          todos los rubros), lista los documentos que vencen
      *          dentro de los proximos 30 dias y regraba
      *          prov-suspendidos.txt con los proveedores de prov.txt
      *          a los que les falta o se les vencio algun documento
      *          obligatorio para su PRO-RUBRO. ORDTRAB, MANTCPR y
      *          COBERTURA consultan ese archivo. Cada suspension se
      *          asienta en la BITACORA.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCPROV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROV  ASSIGN TO "prov.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PROV.
           SELECT OPTIONAL DOC
                        ASSIGN TO "docprov.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-DOC.
           SELECT DRU   ASSIGN TO "docs-rubro.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-DRU.
           SELECT PSU   ASSIGN TO "prov-suspendidos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PSU.

       DATA DIVISION.
       FILE SECTION.

       FD  PROV.
       01  REG-PROV.
           03 PRO-COD-PROV PIC 9(8).
           03 PRO-DIR PIC X(30).
           03 PRO-TEL PIC X(15).
           03 PRO-RUBRO PIC 9(4).
           03 PRO-DESCR-RUBRO PIC X(15).
           03 PRO-FECHA-ALTA.
               05 PRO-ANIO PIC 9(4).
               05 PRO-MES PIC 9(2).
               05 PRO-DIA PIC 9(2).
           03 PRO-CANT-CONS-ASIG PIC 9(3).

      * Documentacion presentada: ART, SEGU (seguro de
      * responsabilidad civil), HABI (habilitacion municipal),
      * MATR (matricula), etc.
       FD  DOC.
       01  REG-DOC.
           03 DOC-COD-PROV PIC 9(8).
           03 DOC-TIPO PIC X(4).
           03 DOC-NUMERO PIC X(20).
           03 DOC-FECHA-VENC PIC 9(8).

      * Documentos obligatorios por rubro; rubro 0000 = todos.
       FD  DRU.
       01  REG-DRU.
           03 DRU-RUBRO PIC 9(4).
           03 DRU-TIPO PIC X(4).

      * Proveedores suspendidos: motivo "F" falta el documento,
      * "V" documento vencido.
       FD  PSU.
       01  REG-PSU.
           03 PSU-COD-PROV PIC 9(8).
           03 PSU-FECHA PIC 9(8).
           03 PSU-TIPO-DOC PIC X(4).
           03 PSU-MOTIVO PIC X(1).

       WORKING-STORAGE SECTION.

       77  FS-PROV PIC XX.
           88 OK-PROV VALUE "00".
           88 NO-PROV VALUE "23".
           88 EOF-PROV VALUE "10".
       77  FS-DOC PIC XX.
           88 OK-DOC VALUE "00".
           88 NO-DOC VALUE "23".
           88 EOF-DOC VALUE "10".
       77  FS-DRU PIC XX.
           88 OK-DRU VALUE "00".
           88 NO-DRU VALUE "23".
           88 EOF-DRU VALUE "10".
       77  FS-PSU PIC XX.
           88 OK-PSU VALUE "00".
           88 NO-PSU VALUE "23".
           88 EOF-PSU VALUE "10".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".

       01  FECHA-HOY PIC 9(8) VALUE 0.
       01  FECHA-HOY-R REDEFINES FECHA-HOY.
           03 FH-ANIO PIC 9(4).
           03 FH-MES PIC 9(2).
           03 FH-DIA PIC 9(2).
       01  DIAS-HOY PIC 9(7) VALUE 0.
       01  FECHA-AUX PIC 9(8) VALUE 0.
       01  FECHA-AUX-R REDEFINES FECHA-AUX.
           03 FA-ANIO PIC 9(4).
           03 FA-MES PIC 9(2).
           03 FA-DIA PIC 9(2).
       01  DIAS-AUX PIC 9(7) VALUE 0.
       01  DIAS-PARA-VENCER PIC 9(7) VALUE 0.
       01  DIAS-AVISO-VENC PIC 9(3) VALUE 30.

       01  CANT-DRU PIC 9(3) VALUE 0.
       01  TABLA-DRU.
           03 TAB-DRU OCCURS 200 TIMES.
              05 TAB-DRU-RUBRO PIC 9(4).
              05 TAB-DRU-TIPO PIC X(4).
       01  POS-DRU PIC 9(3) VALUE 0.

       01  CANT-DOC PIC 9(4) VALUE 0.
       01  BUFFER-DOC.
           03 BUF-DOC OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-DOC.
              05 BUF-DOC-COD-PROV PIC 9(8).
              05 BUF-DOC-TIPO PIC X(4).
              05 BUF-DOC-NUMERO PIC X(20).
              05 BUF-DOC-FECHA-VENC PIC 9(8).
       01  POS-DOC PIC 9(4) VALUE 0.

       01  SW-DOC-HALLADO PIC X(1) VALUE "N".
           88 DOC-HALLADO VALUE "S".
       01  VENC-MAYOR PIC 9(8) VALUE 0.
       01  SW-SUSPENDIDO PIC X(1) VALUE "N".
           88 PROV-SUSPENDIDO VALUE "S".

       01  CANT-PROV PIC 9(5) VALUE 0.
       01  CANT-SUSPENDIDOS PIC 9(5) VALUE 0.
       01  CANT-POR-VENCER PIC 9(5) VALUE 0.
       01  CANT-DOC-FALTANTES PIC 9(5) VALUE 0.
       01  CANT-DOC-VENCIDOS PIC 9(5) VALUE 0.

       01  BTC-PROGRAMA PIC X(8) VALUE "DOCPROV".
       01  BTC-SEVERIDAD PIC X(1) VALUE "A".
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       01  POR-VENCER-LINEA.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PVLIN-COD-PROV PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PVLIN-TIPO PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PVLIN-NUMERO PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PVLIN-FECHA-VENC PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PVLIN-DIAS PIC ZZ9.
           03 FILLER PIC X(5) VALUE " dias".

       01  SUSP-LINEA.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SULIN-COD-PROV PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SULIN-RUBRO PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SULIN-TIPO PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SULIN-MOTIVO PIC X(30).

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF ERROR-APERTURA
               DISPLAY "DOCPROV: abortando, error de apertura de "
                   "archivos"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LISTAR-POR-VENCER
               PERFORM CONTROLAR-PROVEEDORES
               PERFORM IMPR-RESUMEN
               CLOSE PROV
               CLOSE PSU
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOY = FH-ANIO * 360 + FH-MES * 30 + FH-DIA.
           PERFORM CARGAR-DOCS-RUBRO.
           PERFORM CARGAR-DOCUMENTOS.
           OPEN INPUT PROV.
           IF FS-PROV NOT = "00"
               DISPLAY "Error en open proveedores FS: " FS-PROV
               MOVE "S" TO SW-ERROR-APERTURA.
           IF NOT ERROR-APERTURA
               OPEN OUTPUT PSU
               IF FS-PSU NOT = "00"
                   DISPLAY "Error en open suspendidos FS: " FS-PSU
                   MOVE "S" TO SW-ERROR-APERTURA
                   CLOSE PROV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-DOCS-RUBRO.
           OPEN INPUT DRU.
           IF FS-DRU NOT = "00"
               DISPLAY "Error en open documentos por rubro FS: "
                   FS-DRU
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               PERFORM LEER-DRU
               PERFORM LLENAR-TABLA-DRU UNTIL EOF-DRU
               CLOSE DRU
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-DRU.
           READ DRU
               AT END MOVE "10" TO FS-DRU.
           IF FS-DRU NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER DOCUMENTOS POR RUBRO FS: '
                   FS-DRU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-DRU.
           IF CANT-DRU < 200
               ADD 1 TO CANT-DRU
               MOVE DRU-RUBRO TO TAB-DRU-RUBRO(CANT-DRU)
               MOVE DRU-TIPO TO TAB-DRU-TIPO(CANT-DRU)
           ELSE
               DISPLAY "ERROR: docs-rubro.txt supera los 200 "
                   "registros, se aborta"
               MOVE "S" TO SW-ERROR-APERTURA
               MOVE "10" TO FS-DRU.
           IF NOT EOF-DRU
               PERFORM LEER-DRU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-DOCUMENTOS.
           OPEN INPUT DOC.
           IF FS-DOC EQUAL "00"
               PERFORM LEER-DOC
               PERFORM LLENAR-BUFFER-DOC
                   UNTIL EOF-DOC OR ERROR-APERTURA
               CLOSE DOC
           ELSE
               IF FS-DOC = "05"
                   CLOSE DOC
               END-IF
               DISPLAY "ADVERTENCIA: docprov.txt inexistente o "
                   "ilegible (FS: " FS-DOC "), ningun proveedor "
                   "tiene documentacion".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-DOC.
           READ DOC
               AT END MOVE "10" TO FS-DOC.
           IF FS-DOC NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER DOCUMENTOS FS: ' FS-DOC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-DOC.
           IF CANT-DOC < 9999
               ADD 1 TO CANT-DOC
               MOVE DOC-COD-PROV TO BUF-DOC-COD-PROV(CANT-DOC)
               MOVE DOC-TIPO TO BUF-DOC-TIPO(CANT-DOC)
               MOVE DOC-NUMERO TO BUF-DOC-NUMERO(CANT-DOC)
               MOVE DOC-FECHA-VENC TO BUF-DOC-FECHA-VENC(CANT-DOC)
           ELSE
               DISPLAY "ERROR: docprov.txt supera los 9999 "
                   "documentos, se aborta"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-DOC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Documentos vigentes que vencen dentro de DIAS-AVISO-VENC
      * dias comerciales desde hoy.
      *>-----------------------------------------------------------*
       LISTAR-POR-VENCER.
           DISPLAY "---- DOCUMENTOS QUE VENCEN EN LOS PROXIMOS "
               DIAS-AVISO-VENC " DIAS ----".
           MOVE 1 TO POS-DOC.
           PERFORM LISTAR-POR-VENCER-PASO UNTIL POS-DOC > CANT-DOC.
           IF CANT-POR-VENCER = 0
               DISPLAY "  (ninguno)".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LISTAR-POR-VENCER-PASO.
           MOVE BUF-DOC-FECHA-VENC(POS-DOC) TO FECHA-AUX.
           COMPUTE DIAS-AUX = FA-ANIO * 360 + FA-MES * 30 + FA-DIA.
           IF FECHA-AUX >= FECHA-HOY
               COMPUTE DIAS-PARA-VENCER = DIAS-AUX - DIAS-HOY
               IF DIAS-PARA-VENCER <= DIAS-AVISO-VENC
                   ADD 1 TO CANT-POR-VENCER
                   MOVE BUF-DOC-COD-PROV(POS-DOC) TO PVLIN-COD-PROV
                   MOVE BUF-DOC-TIPO(POS-DOC) TO PVLIN-TIPO
                   MOVE BUF-DOC-NUMERO(POS-DOC) TO PVLIN-NUMERO
                   MOVE FECHA-AUX TO PVLIN-FECHA-VENC
                   MOVE DIAS-PARA-VENCER TO PVLIN-DIAS
                   DISPLAY POR-VENCER-LINEA.
           ADD 1 TO POS-DOC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Para cada proveedor controla cada documento obligatorio de
      * su rubro (y los exigidos a todos los rubros). Se toma el
      * vencimiento mas lejano del tipo, por si conviven el
      * documento renovado y el anterior.
      *>-----------------------------------------------------------*
       CONTROLAR-PROVEEDORES.
           DISPLAY "---- PROVEEDORES SUSPENDIDOS POR DOCUMENTACION "
               "----".
           PERFORM LEER-PROV.
           PERFORM CONTROLAR-PROVEEDOR UNTIL EOF-PROV.
           IF CANT-SUSPENDIDOS = 0
               DISPLAY "  (ninguno)".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PROV.
           READ PROV
               AT END MOVE "10" TO FS-PROV.
           IF FS-PROV NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PROVEEDORES FS: ' FS-PROV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-PROVEEDOR.
           ADD 1 TO CANT-PROV.
           MOVE "N" TO SW-SUSPENDIDO.
           MOVE 1 TO POS-DRU.
           PERFORM CONTROLAR-DOC-RUBRO UNTIL POS-DRU > CANT-DRU.
           IF PROV-SUSPENDIDO
               ADD 1 TO CANT-SUSPENDIDOS.
           PERFORM LEER-PROV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-DOC-RUBRO.
           IF TAB-DRU-RUBRO(POS-DRU) = PRO-RUBRO
               OR TAB-DRU-RUBRO(POS-DRU) = ZERO
               PERFORM BUSCAR-DOCUMENTO
               IF NOT DOC-HALLADO
                   ADD 1 TO CANT-DOC-FALTANTES
                   MOVE "F" TO PSU-MOTIVO
                   MOVE "FALTA EL DOCUMENTO" TO SULIN-MOTIVO
                   PERFORM SUSPENDER-PROVEEDOR
               ELSE
                   IF VENC-MAYOR < FECHA-HOY
                       ADD 1 TO CANT-DOC-VENCIDOS
                       MOVE "V" TO PSU-MOTIVO
                       MOVE "DOCUMENTO VENCIDO" TO SULIN-MOTIVO
                       PERFORM SUSPENDER-PROVEEDOR.
           ADD 1 TO POS-DRU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-DOCUMENTO.
           MOVE "N" TO SW-DOC-HALLADO.
           MOVE 0 TO VENC-MAYOR.
           MOVE 1 TO POS-DOC.
           PERFORM BUSCAR-DOCUMENTO-PASO UNTIL POS-DOC > CANT-DOC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-DOCUMENTO-PASO.
           IF BUF-DOC-COD-PROV(POS-DOC) = PRO-COD-PROV
               AND BUF-DOC-TIPO(POS-DOC) = TAB-DRU-TIPO(POS-DRU)
               MOVE "S" TO SW-DOC-HALLADO
               IF BUF-DOC-FECHA-VENC(POS-DOC) > VENC-MAYOR
                   MOVE BUF-DOC-FECHA-VENC(POS-DOC) TO VENC-MAYOR.
           ADD 1 TO POS-DOC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Cada documento en falta se lista; al archivo de suspendidos
      * va un solo registro por proveedor, con el primer documento
      * que motivo la suspension.
      *>-----------------------------------------------------------*
       SUSPENDER-PROVEEDOR.
           MOVE PRO-COD-PROV TO SULIN-COD-PROV.
           MOVE PRO-RUBRO TO SULIN-RUBRO.
           MOVE TAB-DRU-TIPO(POS-DRU) TO SULIN-TIPO.
           DISPLAY SUSP-LINEA.
           IF NOT PROV-SUSPENDIDO
               MOVE "S" TO SW-SUSPENDIDO
               MOVE PRO-COD-PROV TO PSU-COD-PROV
               MOVE FECHA-HOY TO PSU-FECHA
               MOVE TAB-DRU-TIPO(POS-DRU) TO PSU-TIPO-DOC
               WRITE REG-PSU
               MOVE "A" TO BTC-SEVERIDAD
               MOVE SPACES TO BTC-DETALLE
               STRING "PROVEEDOR " PRO-COD-PROV " SUSPENDIDO, "
                   "DOCUMENTO " TAB-DRU-TIPO(POS-DRU) " "
                   SULIN-MOTIVO
                   DELIMITED BY SIZE INTO BTC-DETALLE
               PERFORM GRABAR-BITACORA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-BITACORA.
           CALL "BITACORA" USING BTC-PROGRAMA, BTC-SEVERIDAD,
               BTC-DETALLE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Proveedores controlados   : " CANT-PROV.
           DISPLAY "Documentos en legajo      : " CANT-DOC.
           DISPLAY "Documentos por vencer     : " CANT-POR-VENCER.
           DISPLAY "Documentos faltantes      : " CANT-DOC-FALTANTES.
           DISPLAY "Documentos vencidos       : " CANT-DOC-VENCIDOS.
           DISPLAY "Proveedores suspendidos   : " CANT-SUSPENDIDOS.

       END PROGRAM DOCPROV.
