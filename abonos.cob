      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Facturacion de los contratos de abono con
      *          proveedores. Recorre contratos.txt (consorcio,
      *          proveedor, importe, frecuencia en meses, vigencia e
      *          indice y fecha de ajuste) y, para los contratos que
      *          corresponde facturar en el periodo de periodo.txt,
      *          arma los lotes que luego aplican ORDTRAB y FACPROV
      *          con sus propias validaciones: en mov-ot.txt el alta
      *          y el cierre de una orden de trabajo por contrato, y
      *          en mov-fac.txt la factura del abono referenciando
      *          esa orden, para que GENGAS la impute al consorcio.
      *          El alta de la orden lleva el importe del contrato
      *          como monto estimado; un contrato por encima del
      *          umbral de cotizacion de ORDTRAB no se factura por
      *          abono (su orden requiere cotizaciones). Cada lote se
      *          numera a continuacion del mayor aplicado por su
      *          programa en lotes-procesados.txt, el mismo criterio
      *          que RECLAMOS para mov-ot.txt.
      *          El numero de factura se arma con el periodo (AAMM) y
      *          el numero de contrato, y un contrato cuya factura ya
      *          figura en facturas_indexed.txt (lectura por clave)
      *          no se vuelve a facturar. Para no pisar trabajo
      *          pendiente, no corre si mov-ot.txt o mov-fac.txt
      *          tienen un lote que todavia no figura en
      *          lotes-procesados.txt. Avisa los contratos que vencen
      *          en los proximos 60 dias y los que tienen ajuste de
      *          precio vencido o proximo.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABONOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PER   ASSIGN TO "periodo.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PER.
           SELECT CTO   ASSIGN TO "contratos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CTO.
           SELECT PROV  ASSIGN TO "prov.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PROV.
           SELECT FAC-INDEX ASSIGN TO "facturas_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        RECORD KEY IS FAC-INDEX-CLAVE
                        FILE STATUS IS FS-FAC-INDEX.
           SELECT ORT   ASSIGN TO "ordenes.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ORT.
           SELECT OPTIONAL LPR
                        ASSIGN TO "lotes-procesados.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-LPR.
           SELECT MOT   ASSIGN TO "mov-ot.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MOT.
           SELECT MFA   ASSIGN TO "mov-fac.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MFA.

       DATA DIVISION.
       FILE SECTION.

       FD  PER.
       01  REG-PER.
           03 PER-PERIODO      PIC 9(6).
           03 PER-VENCIMIENTO  PIC 9(8).

      * Contratos de abono. CTO-FRECUENCIA: cada cuantos meses se
      * factura, contando desde el mes de inicio. CTO-FECHA-FIN en
      * cero si no tiene vencimiento. CTO-INDICE: indice de ajuste
      * pactado (IPC, CAC, etc.), con la proxima fecha de ajuste en
      * CTO-FECHA-AJUSTE (cero si no ajusta). CTO-DIA-VENC: dia del
      * mes en que vence la factura.
       FD  CTO.
       01  REG-CTO.
           03 CTO-NUMERO PIC 9(4).
           03 CTO-CUIT-CONS PIC 9(15).
           03 CTO-COD-PROV PIC 9(8).
           03 CTO-DESCRIP PIC X(20).
           03 CTO-IMPORTE PIC 9(9)V99.
           03 CTO-FRECUENCIA PIC 9(2).
           03 CTO-FECHA-INICIO PIC 9(8).
           03 CTO-FECHA-FIN PIC 9(8).
           03 CTO-INDICE PIC X(4).
           03 CTO-FECHA-AJUSTE PIC 9(8).
           03 CTO-DIA-VENC PIC 9(2).

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

       FD  FAC-INDEX.
       01  REG-FAC-INDEX.
           03 FAC-INDEX-CLAVE.
              05 FAC-INDEX-COD-PROV PIC 9(8).
              05 FAC-INDEX-NUMERO PIC 9(8).
           03 FAC-INDEX-FECHA-EMISION PIC 9(8).
           03 FAC-INDEX-FECHA-VENCIMIENTO PIC 9(8).
           03 FAC-INDEX-IMPORTE PIC 9(9)V99.
           03 FAC-INDEX-ESTADO PIC 9(1).
           03 FAC-INDEX-FECHA-PAGO PIC 9(8).
           03 FAC-INDEX-OT-NUMERO PIC 9(8).

       FD  ORT.
       01  REG-ORT.
           03 OT-NUMERO PIC 9(8).
           03 OT-CUIT-CONS PIC 9(15).
           03 OT-COD-PROV PIC 9(8).
           03 OT-RUBRO PIC 9(4).
           03 OT-FECHA-PEDIDO PIC 9(8).
           03 OT-FECHA-CIERRE PIC 9(8).
           03 OT-ESTADO PIC 9(1).

       FD  LPR.
       01  REG-LPR.
           03 LPR-PROGRAMA PIC X(8).
           03 LPR-ID-LOTE PIC 9(6).
           03 LPR-FECHA PIC 9(8).

      * Lote de ordenes de trabajo para ORDTRAB, con el mismo
      * formato de mov-ot.txt (cabecera "H", movimientos, cola "T").
       FD  MOT.
       01  REG-MOT.
           03 MOVOT-OP PIC 9(1).
           03 MOVOT-NUMERO PIC 9(8).
           03 MOVOT-CUIT-CONS PIC 9(15).
           03 MOVOT-COD-PROV PIC 9(8).
           03 MOVOT-RUBRO PIC 9(4).
           03 MOVOT-IMPORTE PIC 9(9)V99.
           03 MOVOT-VALIDEZ PIC 9(8).
       01  REG-MOT-CAB.
           03 MOT-CAB-TIPO PIC X(1).
           03 MOT-CAB-FECHA-GEN PIC 9(8).
           03 MOT-CAB-ID-LOTE PIC 9(6).
       01  REG-MOT-COLA.
           03 MOT-COLA-TIPO PIC X(1).
           03 MOT-COLA-CANT PIC 9(6).
           03 MOT-COLA-SUMA PIC 9(13)V99.

      * Lote de facturas para FACPROV, con el mismo formato de
      * mov-fac.txt.
       FD  MFA.
       01  REG-MFA.
           03 MOVFAC-OP PIC 9(1).
           03 MOVFAC-COD-PROV PIC 9(8).
           03 MOVFAC-NUMERO PIC 9(8).
           03 MOVFAC-FECHA-EMISION PIC 9(8).
           03 MOVFAC-FECHA-VENCIMIENTO PIC 9(8).
           03 MOVFAC-IMPORTE PIC 9(9)V99.
           03 MOVFAC-OT-NUMERO PIC 9(8).
       01  REG-MFA-CAB.
           03 MFA-CAB-TIPO PIC X(1).
           03 MFA-CAB-FECHA-GEN PIC 9(8).
           03 MFA-CAB-ID-LOTE PIC 9(6).
       01  REG-MFA-COLA.
           03 MFA-COLA-TIPO PIC X(1).
           03 MFA-COLA-CANT PIC 9(6).
           03 MFA-COLA-SUMA PIC 9(13)V99.

       WORKING-STORAGE SECTION.

       77  FS-PER PIC XX.
           88 OK-PER VALUE "00".
           88 NO-PER VALUE "23".
           88 EOF-PER VALUE "10".
       77  FS-CTO PIC XX.
           88 OK-CTO VALUE "00".
           88 NO-CTO VALUE "23".
           88 EOF-CTO VALUE "10".
       77  FS-PROV PIC XX.
           88 OK-PROV VALUE "00".
           88 NO-PROV VALUE "23".
           88 EOF-PROV VALUE "10".
       77  FS-FAC-INDEX PIC XX.
           88 OK-FAC-INDEX VALUE "00".
           88 NO-FAC-INDEX VALUE "23".
           88 EOF-FAC-INDEX VALUE "10".
       77  FS-ORT PIC XX.
           88 OK-ORT VALUE "00".
           88 NO-ORT VALUE "23".
           88 EOF-ORT VALUE "10".
       77  FS-LPR PIC XX.
           88 OK-LPR VALUE "00".
           88 NO-LPR VALUE "23".
           88 EOF-LPR VALUE "10".
       77  FS-MOT PIC XX.
           88 OK-MOT VALUE "00".
           88 NO-MOT VALUE "23".
           88 EOF-MOT VALUE "10".
       77  FS-MFA PIC XX.
           88 OK-MFA VALUE "00".
           88 NO-MFA VALUE "23".
           88 EOF-MFA VALUE "10".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-LOTE-PENDIENTE PIC X(1) VALUE "N".
           88 LOTE-PENDIENTE VALUE "S".
       01  SW-LOTE-YA-PROCESADO PIC X(1) VALUE "N".
           88 LOTE-YA-PROCESADO VALUE "S".
       01  PROGRAMA-LOTE PIC X(8) VALUE SPACES.
       01  ID-LOTE-PENDIENTE PIC 9(6) VALUE 0.
       01  ID-LOTE-OT PIC 9(6) VALUE 0.
       01  ID-LOTE-FAC PIC 9(6) VALUE 0.

      * El mismo umbral de ORDTRAB: por encima, la orden queda en
      * cotizacion y no puede cerrarse en el mismo lote.
       01  UMBRAL-COTIZACION PIC 9(9)V99 VALUE 500000.00.

       01  PERIODO PIC 9(6) VALUE 0.
       01  PERIODO-R REDEFINES PERIODO.
           03 PERIODO-ANIO PIC 9(4).
           03 PERIODO-MES PIC 9(2).
       01  PERIODO-AAMM PIC 9(4) VALUE 0.

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
       01  DIAS-FALTAN PIC S9(7) VALUE 0.
       01  DIAS-AVISO PIC 9(3) VALUE 60.

       01  MESES-PERIODO PIC 9(7) VALUE 0.
       01  MESES-INICIO PIC 9(7) VALUE 0.
       01  MESES-DESDE-INICIO PIC 9(7) VALUE 0.
       01  COCIENTE-FREC PIC 9(7) VALUE 0.
       01  RESTO-FREC PIC 9(2) VALUE 0.
       01  SW-CORRESPONDE PIC X(1) VALUE "N".
           88 CORRESPONDE-FACTURAR VALUE "S".

       01  CANT-PROV PIC 9(4) VALUE 0.
       01  TABLA-PROV.
           03 TAB-PROV OCCURS 999 TIMES.
              05 TAB-PRO-COD PIC 9(8).
              05 TAB-PRO-RUBRO PIC 9(4).
       01  POS-PROV PIC 9(4) VALUE 0.
       01  SW-PROV-HALLADO PIC X(1) VALUE "N".
           88 PROV-HALLADO VALUE "S".

       01  SW-HAY-FACTURAS PIC X(1) VALUE "N".
           88 HAY-FACTURAS VALUE "S".
       01  SW-FAC-HALLADA PIC X(1) VALUE "N".
           88 FAC-HALLADA VALUE "S".

       01  ULTIMA-OT PIC 9(8) VALUE 0.
       01  NUMERO-FACTURA PIC 9(8) VALUE 0.
       01  FECHA-EMISION PIC 9(8) VALUE 0.
       01  FECHA-VENCIMIENTO PIC 9(8) VALUE 0.

       01  CANT-CONTRATOS PIC 9(5) VALUE 0.
       01  CANT-FACTURADOS PIC 9(5) VALUE 0.
       01  CANT-YA-FACTURADOS PIC 9(5) VALUE 0.
       01  CANT-FUERA-PERIODO PIC 9(5) VALUE 0.
       01  CANT-RECHAZADOS PIC 9(5) VALUE 0.
       01  CANT-AVISOS-FIN PIC 9(5) VALUE 0.
       01  CANT-AVISOS-AJUSTE PIC 9(5) VALUE 0.
       01  CANT-MOV-OT PIC 9(6) VALUE 0.
       01  CANT-MOV-FAC PIC 9(6) VALUE 0.
       01  TOTAL-FACTURADO PIC 9(13)V99 VALUE 0.

       01  BTC-PROGRAMA PIC X(8) VALUE "ABONOS".
       01  BTC-SEVERIDAD PIC X(1) VALUE "A".
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF NOT ERROR-APERTURA
               PERFORM CONTROLAR-LOTES-PENDIENTES.
           IF ERROR-APERTURA OR LOTE-PENDIENTE
               DISPLAY "ABONOS: abortando, error de apertura de "
                   "archivos o lote pendiente de aplicar"
               MOVE "E" TO BTC-SEVERIDAD
               MOVE "abortado por error de apertura o lote pendiente"
                   TO BTC-DETALLE
               PERFORM GRABAR-BITACORA
               MOVE 16 TO RETURN-CODE
               IF OK-CTO
                   CLOSE CTO
               END-IF
               IF HAY-FACTURAS
                   CLOSE FAC-INDEX
               END-IF
           ELSE
               PERFORM ABRIR-LOTES
               PERFORM LEER-CTO
               PERFORM PROCESAR-CONTRATO UNTIL EOF-CTO
               PERFORM CERRAR-LOTES
               PERFORM IMPR-RESUMEN
               CLOSE CTO
               IF HAY-FACTURAS
                   CLOSE FAC-INDEX
               END-IF
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOY = FH-ANIO * 360 + FH-MES * 30 + FH-DIA.
           PERFORM CARGAR-PERIODO.
           PERFORM CARGAR-TABLA-PROV.
           PERFORM ABRIR-FACTURAS.
           PERFORM CARGAR-ULTIMA-OT.
           OPEN INPUT CTO.
           IF FS-CTO NOT = "00"
               DISPLAY "Error en open contratos FS: " FS-CTO
               MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PERIODO.
           OPEN INPUT PER.
           IF FS-PER NOT = "00"
               DISPLAY "Error en open periodo FS: " FS-PER
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               READ PER
                   AT END MOVE "10" TO FS-PER
               END-READ
               IF FS-PER NOT = "00"
                   DISPLAY "ERROR: periodo.txt vacio o ilegible"
                   MOVE "S" TO SW-ERROR-APERTURA
               ELSE
                   MOVE PER-PERIODO TO PERIODO
                   COMPUTE MESES-PERIODO =
                       PERIODO-ANIO * 12 + PERIODO-MES
                   COMPUTE PERIODO-AAMM = PERIODO - 200000
                   DISPLAY "Facturacion de abonos del periodo "
                       PERIODO
               END-IF
               CLOSE PER
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-TABLA-PROV.
           OPEN INPUT PROV.
           IF FS-PROV NOT = "00"
               DISPLAY "Error en open proveedores FS: " FS-PROV
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               PERFORM LEER-PROV
               PERFORM LLENAR-TABLA-PROV UNTIL EOF-PROV
               CLOSE PROV
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PROV.
           READ PROV AT END MOVE "10" TO FS-PROV.
           IF FS-PROV NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PROVEEDORES FS: ' FS-PROV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-PROV.
           IF CANT-PROV < 999
               ADD 1 TO CANT-PROV
               MOVE PRO-COD-PROV TO TAB-PRO-COD(CANT-PROV)
               MOVE PRO-RUBRO TO TAB-PRO-RUBRO(CANT-PROV)
           ELSE
               DISPLAY "ADVERTENCIA: tabla de proveedores llena, el "
                   "proveedor " PRO-COD-PROV " no se considera".
           PERFORM LEER-PROV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABRIR-FACTURAS.
           OPEN INPUT FAC-INDEX.
           IF FS-FAC-INDEX EQUAL "00"
               MOVE "S" TO SW-HAY-FACTURAS
           ELSE
               DISPLAY "ADVERTENCIA: facturas_indexed.txt inexistente "
                   "o ilegible (FS: " FS-FAC-INDEX "), ningun abono "
                   "figura como facturado".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Las ordenes de los abonos se numeran a continuacion de la
      * mayor de ordenes.txt.
      *>-----------------------------------------------------------*
       CARGAR-ULTIMA-OT.
           OPEN INPUT ORT.
           IF FS-ORT EQUAL "00"
               PERFORM LEER-ORT
               PERFORM TOMAR-ULTIMA-OT UNTIL EOF-ORT
               CLOSE ORT
           ELSE
               DISPLAY "ADVERTENCIA: ordenes.txt inexistente o "
                   "ilegible (FS: " FS-ORT "), se numera desde 1".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-ORT.
           READ ORT
               AT END MOVE "10" TO FS-ORT.
           IF FS-ORT NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER ORDENES FS: ' FS-ORT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       TOMAR-ULTIMA-OT.
           IF OT-NUMERO > ULTIMA-OT
               MOVE OT-NUMERO TO ULTIMA-OT.
           PERFORM LEER-ORT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Si mov-ot.txt o mov-fac.txt traen un lote que su programa
      * todavia no aplico, no se pisan. Se toma ademas el mayor lote
      * aplicado por ORDTRAB y por FACPROV para numerar los nuevos.
      *>-----------------------------------------------------------*
       CONTROLAR-LOTES-PENDIENTES.
           OPEN INPUT MOT.
           IF FS-MOT EQUAL "00"
               READ MOT
                   AT END MOVE "10" TO FS-MOT
               END-READ
               IF FS-MOT EQUAL "00" AND MOT-CAB-TIPO = "H"
                   MOVE "ORDTRAB" TO PROGRAMA-LOTE
                   MOVE MOT-CAB-ID-LOTE TO ID-LOTE-PENDIENTE
                   PERFORM CONTROLAR-LOTE-PROCESADO
               END-IF
               CLOSE MOT
           END-IF.
           OPEN INPUT MFA.
           IF FS-MFA EQUAL "00"
               READ MFA
                   AT END MOVE "10" TO FS-MFA
               END-READ
               IF FS-MFA EQUAL "00" AND MFA-CAB-TIPO = "H"
                   MOVE "FACPROV" TO PROGRAMA-LOTE
                   MOVE MFA-CAB-ID-LOTE TO ID-LOTE-PENDIENTE
                   PERFORM CONTROLAR-LOTE-PROCESADO
               END-IF
               CLOSE MFA
           END-IF.
           OPEN INPUT LPR.
           IF FS-LPR EQUAL "00"
               PERFORM LEER-LPR
               PERFORM TOMAR-ULTIMOS-LOTES UNTIL EOF-LPR
               CLOSE LPR
           ELSE
               IF FS-LPR = "05"
                   CLOSE LPR.
           ADD 1 TO ID-LOTE-OT.
           ADD 1 TO ID-LOTE-FAC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       TOMAR-ULTIMOS-LOTES.
           IF LPR-PROGRAMA = "ORDTRAB" AND LPR-ID-LOTE > ID-LOTE-OT
               MOVE LPR-ID-LOTE TO ID-LOTE-OT.
           IF LPR-PROGRAMA = "FACPROV" AND LPR-ID-LOTE > ID-LOTE-FAC
               MOVE LPR-ID-LOTE TO ID-LOTE-FAC.
           PERFORM LEER-LPR.
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
           ELSE
               IF FS-LPR = "05"
                   CLOSE LPR.
           IF NOT LOTE-YA-PROCESADO
               MOVE "S" TO SW-LOTE-PENDIENTE
               DISPLAY "ERROR: el lote " ID-LOTE-PENDIENTE
                   " todavia no fue aplicado por " PROGRAMA-LOTE
                   ", no se genera el lote de abonos".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-LPR.
           READ LPR
               AT END MOVE "10" TO FS-LPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-LOTE-PROCESADO.
           IF LPR-PROGRAMA = PROGRAMA-LOTE
               AND LPR-ID-LOTE = ID-LOTE-PENDIENTE
               MOVE "S" TO SW-LOTE-YA-PROCESADO
           ELSE
               PERFORM LEER-LPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Los lotes se numeran a continuacion del ultimo aplicado; un
      * contrato ya facturado en el periodo no vuelve al lote (ver
      * FACTURAR-CONTRATO), de modo que repetir el periodo no duplica.
      *>-----------------------------------------------------------*
       ABRIR-LOTES.
           OPEN OUTPUT MOT.
           MOVE SPACES TO REG-MOT-CAB.
           MOVE "H" TO MOT-CAB-TIPO.
           MOVE FECHA-HOY TO MOT-CAB-FECHA-GEN.
           MOVE ID-LOTE-OT TO MOT-CAB-ID-LOTE.
           WRITE REG-MOT-CAB.
           OPEN OUTPUT MFA.
           MOVE SPACES TO REG-MFA-CAB.
           MOVE "H" TO MFA-CAB-TIPO.
           MOVE FECHA-HOY TO MFA-CAB-FECHA-GEN.
           MOVE ID-LOTE-FAC TO MFA-CAB-ID-LOTE.
           WRITE REG-MFA-CAB.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CERRAR-LOTES.
           MOVE SPACES TO REG-MOT-COLA.
           MOVE "T" TO MOT-COLA-TIPO.
           MOVE CANT-MOV-OT TO MOT-COLA-CANT.
           MOVE ZEROS TO MOT-COLA-SUMA.
           WRITE REG-MOT-COLA.
           CLOSE MOT.
           MOVE SPACES TO REG-MFA-COLA.
           MOVE "T" TO MFA-COLA-TIPO.
           MOVE CANT-MOV-FAC TO MFA-COLA-CANT.
           MOVE TOTAL-FACTURADO TO MFA-COLA-SUMA.
           WRITE REG-MFA-COLA.
           CLOSE MFA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-CTO.
           READ CTO
               AT END MOVE "10" TO FS-CTO.
           IF FS-CTO NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER CONTRATOS FS: ' FS-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       PROCESAR-CONTRATO.
           ADD 1 TO CANT-CONTRATOS.
           PERFORM AVISAR-VENCIMIENTOS.
           PERFORM CONTROLAR-PERIODO-CONTRATO.
           IF CORRESPONDE-FACTURAR
               PERFORM FACTURAR-CONTRATO
           ELSE
               ADD 1 TO CANT-FUERA-PERIODO.
           PERFORM LEER-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Avisos de vigencia: fin de contrato dentro de DIAS-AVISO
      * dias comerciales, y ajuste de precio ya vencido o dentro del
      * mismo plazo.
      *>-----------------------------------------------------------*
       AVISAR-VENCIMIENTOS.
           IF CTO-FECHA-FIN NOT = ZERO AND CTO-FECHA-FIN >= FECHA-HOY
               MOVE CTO-FECHA-FIN TO FECHA-AUX
               COMPUTE DIAS-AUX = FA-ANIO * 360 + FA-MES * 30 + FA-DIA
               COMPUTE DIAS-FALTAN = DIAS-AUX - DIAS-HOY
               IF DIAS-FALTAN <= DIAS-AVISO
                   ADD 1 TO CANT-AVISOS-FIN
                   DISPLAY "AVISO: contrato " CTO-NUMERO " ("
                       CTO-DESCRIP ") del proveedor " CTO-COD-PROV
                       " vence el " CTO-FECHA-FIN.
           IF CTO-FECHA-AJUSTE NOT = ZERO
               MOVE CTO-FECHA-AJUSTE TO FECHA-AUX
               COMPUTE DIAS-AUX = FA-ANIO * 360 + FA-MES * 30 + FA-DIA
               COMPUTE DIAS-FALTAN = DIAS-AUX - DIAS-HOY
               IF DIAS-FALTAN <= DIAS-AVISO
                   ADD 1 TO CANT-AVISOS-AJUSTE
                   DISPLAY "AVISO: contrato " CTO-NUMERO " ("
                       CTO-DESCRIP ") con ajuste por " CTO-INDICE
                       " al " CTO-FECHA-AJUSTE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Corresponde facturar si el periodo esta dentro de la
      * vigencia y es multiplo de la frecuencia contado desde el mes
      * de inicio.
      *>-----------------------------------------------------------*
       CONTROLAR-PERIODO-CONTRATO.
           MOVE "S" TO SW-CORRESPONDE.
           IF PERIODO < CTO-FECHA-INICIO(1:6)
               MOVE "N" TO SW-CORRESPONDE.
           IF CTO-FECHA-FIN NOT = ZERO
               AND PERIODO > CTO-FECHA-FIN(1:6)
               MOVE "N" TO SW-CORRESPONDE.
           IF CORRESPONDE-FACTURAR AND CTO-FRECUENCIA > 1
               MOVE CTO-FECHA-INICIO TO FECHA-AUX
               COMPUTE MESES-INICIO = FA-ANIO * 12 + FA-MES
               COMPUTE MESES-DESDE-INICIO =
                   MESES-PERIODO - MESES-INICIO
               DIVIDE MESES-DESDE-INICIO BY CTO-FRECUENCIA
                   GIVING COCIENTE-FREC REMAINDER RESTO-FREC
               IF RESTO-FREC NOT = 0
                   MOVE "N" TO SW-CORRESPONDE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       FACTURAR-CONTRATO.
           COMPUTE NUMERO-FACTURA = PERIODO-AAMM * 10000 + CTO-NUMERO.
           PERFORM BUSCAR-FACTURA.
           IF FAC-HALLADA
               ADD 1 TO CANT-YA-FACTURADOS
               DISPLAY "Contrato " CTO-NUMERO " ya facturado en el "
                   "periodo (factura " NUMERO-FACTURA ")"
           ELSE
               PERFORM VALIDAR-CONTRATO
               IF PROV-HALLADO
                   PERFORM GRABAR-MOV-OT
                   PERFORM GRABAR-MOV-FAC
                   ADD 1 TO CANT-FACTURADOS
                   DISPLAY "Contrato " CTO-NUMERO ": orden "
                       ULTIMA-OT " factura " NUMERO-FACTURA
                       " por " CTO-IMPORTE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Controles previos con los mismos criterios de FACPROV, para
      * no mandar al lote movimientos que se van a rechazar.
      *>-----------------------------------------------------------*
       VALIDAR-CONTRATO.
           PERFORM BUSCAR-PROV.
           IF NOT PROV-HALLADO
               DISPLAY "RECHAZADO: contrato " CTO-NUMERO
                   ", proveedor " CTO-COD-PROV " inexistente"
           ELSE
               IF CTO-IMPORTE = ZERO OR CTO-CUIT-CONS = ZERO
                   MOVE "N" TO SW-PROV-HALLADO
                   DISPLAY "RECHAZADO: contrato " CTO-NUMERO
                       " con importe o consorcio en cero"
               ELSE
                   IF CTO-DIA-VENC < 1 OR CTO-DIA-VENC > 28
                       MOVE "N" TO SW-PROV-HALLADO
                       DISPLAY "RECHAZADO: contrato " CTO-NUMERO
                           " con dia de vencimiento invalido"
                   ELSE
                       IF CTO-IMPORTE > UMBRAL-COTIZACION
                           MOVE "N" TO SW-PROV-HALLADO
                           DISPLAY "RECHAZADO: contrato " CTO-NUMERO
                               " por " CTO-IMPORTE " sobre el umbral"
                               " de cotizacion".
           IF NOT PROV-HALLADO
               ADD 1 TO CANT-RECHAZADOS
               MOVE SPACES TO BTC-DETALLE
               STRING "contrato " CTO-NUMERO " no facturado en el "
                   "periodo " PERIODO
                   DELIMITED BY SIZE INTO BTC-DETALLE
               PERFORM GRABAR-BITACORA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PROV.
           MOVE "N" TO SW-PROV-HALLADO.
           MOVE 1 TO POS-PROV.
           PERFORM BUSCAR-PROV-PASO
               UNTIL POS-PROV > CANT-PROV OR PROV-HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PROV-PASO.
           IF TAB-PRO-COD(POS-PROV) = CTO-COD-PROV
               MOVE "S" TO SW-PROV-HALLADO
           ELSE
               ADD 1 TO POS-PROV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-FACTURA.
           MOVE "N" TO SW-FAC-HALLADA.
           IF HAY-FACTURAS
               MOVE CTO-COD-PROV TO FAC-INDEX-COD-PROV
               MOVE NUMERO-FACTURA TO FAC-INDEX-NUMERO
               READ FAC-INDEX RECORD
                   INVALID KEY MOVE "23" TO FS-FAC-INDEX
               END-READ
               IF OK-FAC-INDEX
                   MOVE "S" TO SW-FAC-HALLADA
               ELSE
                   IF NOT NO-FAC-INDEX
                       DISPLAY "ERROR AL LEER FACTURAS INDEXADO FS: "
                           FS-FAC-INDEX
                   END-IF
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Alta y cierre de la orden en el mismo lote: la orden del
      * abono nace cerrada para que FACPROV acepte su factura.
      *>-----------------------------------------------------------*
       GRABAR-MOV-OT.
           ADD 1 TO ULTIMA-OT.
           MOVE 1 TO MOVOT-OP.
           MOVE ULTIMA-OT TO MOVOT-NUMERO.
           MOVE CTO-CUIT-CONS TO MOVOT-CUIT-CONS.
           MOVE CTO-COD-PROV TO MOVOT-COD-PROV.
           MOVE TAB-PRO-RUBRO(POS-PROV) TO MOVOT-RUBRO.
           MOVE CTO-IMPORTE TO MOVOT-IMPORTE.
           MOVE ZEROS TO MOVOT-VALIDEZ.
           WRITE REG-MOT.
           MOVE 2 TO MOVOT-OP.
           WRITE REG-MOT.
           ADD 2 TO CANT-MOV-OT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-MOV-FAC.
           COMPUTE FECHA-EMISION = PERIODO * 100 + 1.
           COMPUTE FECHA-VENCIMIENTO = PERIODO * 100 + CTO-DIA-VENC.
           MOVE 1 TO MOVFAC-OP.
           MOVE CTO-COD-PROV TO MOVFAC-COD-PROV.
           MOVE NUMERO-FACTURA TO MOVFAC-NUMERO.
           MOVE FECHA-EMISION TO MOVFAC-FECHA-EMISION.
           MOVE FECHA-VENCIMIENTO TO MOVFAC-FECHA-VENCIMIENTO.
           MOVE CTO-IMPORTE TO MOVFAC-IMPORTE.
           MOVE ULTIMA-OT TO MOVFAC-OT-NUMERO.
           WRITE REG-MFA.
           ADD 1 TO CANT-MOV-FAC.
           ADD CTO-IMPORTE TO TOTAL-FACTURADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-BITACORA.
           CALL "BITACORA" USING BTC-PROGRAMA, BTC-SEVERIDAD,
               BTC-DETALLE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Contratos leidos          : " CANT-CONTRATOS.
           DISPLAY "Contratos facturados      : " CANT-FACTURADOS.
           DISPLAY "Ya facturados en periodo  : " CANT-YA-FACTURADOS.
           DISPLAY "Sin factura en el periodo : " CANT-FUERA-PERIODO.
           DISPLAY "Contratos rechazados      : " CANT-RECHAZADOS.
           DISPLAY "Importe total facturado   : " TOTAL-FACTURADO.
           DISPLAY "Movimientos en mov-ot.txt : " CANT-MOV-OT
               " (lote " ID-LOTE-OT ")".
           DISPLAY "Movimientos en mov-fac.txt: " CANT-MOV-FAC
               " (lote " ID-LOTE-FAC ")".
           DISPLAY "Avisos de fin de contrato : " CANT-AVISOS-FIN.
           DISPLAY "Avisos de ajuste de precio: " CANT-AVISOS-AJUSTE.

       END PROGRAM ABONOS.
