      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Reclamos de propietarios. Mantiene reclamos.txt
      *          (numero, CUIT consorcio, unidad de uf.txt, fecha,
      *          rubro, prioridad, descripcion, estado y orden de
      *          trabajo) a partir del lote mov-reclamo.txt: alta del
      *          reclamo (numerado a continuacion del ultimo), pedido
      *          de orden de trabajo y anulacion. La orden se pide a
      *          un proveedor del rubro del reclamo asignado al
      *          consorcio en cpr.txt y no suspendido (el indicado o,
      *          si viene en cero, el primero que cumpla); se arma en
      *          mov-ot.txt como lote para ORDTRAB, que la da de alta
      *          en ordenes_indexed.txt con sus validaciones. No pide
      *          ordenes si mov-ot.txt tiene un lote que ORDTRAB
      *          todavia no aplico. El pedido de orden trae el monto
      *          estimado, obligatorio, que pasa al alta de la orden.
      *          Los lotes de mov-ot.txt se numeran a continuacion del
      *          ultimo aplicado por ORDTRAB (lotes-procesados.txt),
      *          igual que en ABONOS. Un reclamo cuya orden figura
      *          cerrada en ordenes_indexed.txt (lectura por clave)
      *          se cierra con la fecha de cierre de la orden; si el
      *          lote ya fue aplicado y la orden no figura (ORDTRAB la
      *          rechazo), el reclamo vuelve a pendiente sin orden.
      *          Lista los reclamos pendientes por consorcio con los
      *          dias que llevan abiertos y los reclamos que todavia
      *          no tienen orden de trabajo.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOV   ASSIGN TO "mov-reclamo.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MOV.
           SELECT OPTIONAL LPR
                        ASSIGN TO "lotes-procesados.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-LPR.
           SELECT OPTIONAL REC
                        ASSIGN TO "reclamos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-REC.
           SELECT UF    ASSIGN TO "uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-UF.
           SELECT CPR   ASSIGN TO "cpr.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CPR.
           SELECT PROV  ASSIGN TO "prov.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PROV.
           SELECT OPTIONAL PSU
                        ASSIGN TO "prov-suspendidos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PSU.
           SELECT ORT-INDEX ASSIGN TO "ordenes_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        RECORD KEY IS OT-INDEX-NUMERO
                        ALTERNATE RECORD KEY IS
                            OT-INDEX-CUIT-CONS WITH DUPLICATES
                        FILE STATUS IS FS-ORT-INDEX.
           SELECT MOT   ASSIGN TO "mov-ot.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MOT.
           SELECT PND   ASSIGN TO "rec-pend.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PND.
           SELECT SOT   ASSIGN TO "rec-sin-ot.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-SOT.
           SELECT WRK-PND ASSIGN TO "wrk-rec.txt"
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS FS-WRK-PND.
           SELECT ORD-PND ASSIGN TO "rec-pend-ord.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ORD-PND.

       DATA DIVISION.
       FILE SECTION.

      * MOVREC-OP: 1 alta de reclamo, 2 pedido de orden de trabajo,
      * 3 anulacion. En el alta el numero viene en cero y lo asigna
      * el programa; MOVREC-FECHA en cero toma la fecha del dia.
      * MOVREC-PRIORIDAD: 1 urgente, 2 alta, 3 normal, 4 baja.
      * MOVREC-COD-PROV solo en el pedido de orden (cero: el primer
      * proveedor del rubro asignado al consorcio).
      * MOVREC-IMPORTE: monto estimado de la orden, obligatorio en el
      * pedido de orden y en cero en las demas operaciones.
       FD  MOV.
       01  REG-MOV.
           03 MOVREC-OP PIC 9(1).
           03 MOVREC-NUMERO PIC 9(6).
           03 MOVREC-CUIT-CONS PIC 9(15).
           03 MOVREC-NRO-UNIDAD PIC 9(4).
           03 MOVREC-FECHA PIC 9(8).
           03 MOVREC-RUBRO PIC 9(4).
           03 MOVREC-PRIORIDAD PIC 9(1).
           03 MOVREC-DESCRIP PIC X(40).
           03 MOVREC-COD-PROV PIC 9(8).
           03 MOVREC-IMPORTE PIC 9(9)V99.

      * Registros de control de lote del archivo de movimientos:
      * cabecera "H" (fecha de generacion e identificador de lote)
      * y cola "T" (cantidad de movimientos y suma de los montos
      * estimados de los pedidos de orden).
       01  REG-MOV-CAB.
           03 CAB-TIPO PIC X(1).
           03 CAB-FECHA-GEN PIC 9(8).
           03 CAB-ID-LOTE PIC 9(6).
       01  REG-MOV-COLA.
           03 COLA-TIPO PIC X(1).
           03 COLA-CANT PIC 9(6).
           03 COLA-SUMA PIC 9(13)V99.

       FD  LPR.
       01  REG-LPR.
           03 LPR-PROGRAMA PIC X(8).
           03 LPR-ID-LOTE PIC 9(6).
           03 LPR-FECHA PIC 9(8).

      * REC-ESTADO: 1 pendiente sin orden, 2 con orden de trabajo,
      * 3 cerrado (orden cerrada), 4 anulado.
       FD  REC.
       01  REG-REC.
           03 REC-NUMERO PIC 9(6).
           03 REC-CUIT-CONS PIC 9(15).
           03 REC-NRO-UNIDAD PIC 9(4).
           03 REC-FECHA PIC 9(8).
           03 REC-RUBRO PIC 9(4).
           03 REC-PRIORIDAD PIC 9(1).
           03 REC-DESCRIP PIC X(40).
           03 REC-ESTADO PIC 9(1).
           03 REC-OT-NUMERO PIC 9(8).
           03 REC-FECHA-CIERRE PIC 9(8).

       FD  UF.
       01  REG-UF.
           03 UF-CUIT-CONS PIC 9(15).
           03 UF-NRO-UNIDAD PIC 9(4).
           03 UF-PROPIETARIO PIC X(30).
           03 UF-PORCENTUAL PIC 9(3)V99.

       FD  CPR.
       01  REG-CPR.
           03 CPR-CUIT-CONS PIC 9(15).
           03 CPR-COD-PROV PIC 9(8).
           03 CPR-FECHA-ALTA.
               05 CPR-ANIO PIC 9(4).
               05 CPR-MES PIC 9(2).
               05 CPR-DIA PIC 9(2).

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

      * Proveedores suspendidos por DOCPROV por falta de
      * documentacion obligatoria vigente.
       FD  PSU.
       01  REG-PSU.
           03 PSU-COD-PROV PIC 9(8).
           03 PSU-FECHA PIC 9(8).
           03 PSU-TIPO-DOC PIC X(4).
           03 PSU-MOTIVO PIC X(1).

       FD  ORT-INDEX.
       01  REG-ORT-INDEX.
           03 OT-INDEX-NUMERO PIC 9(8).
           03 OT-INDEX-CUIT-CONS PIC 9(15).
           03 OT-INDEX-COD-PROV PIC 9(8).
           03 OT-INDEX-RUBRO PIC 9(4).
           03 OT-INDEX-FECHA-PEDIDO PIC 9(8).
           03 OT-INDEX-FECHA-CIERRE PIC 9(8).
           03 OT-INDEX-ESTADO PIC 9(1).

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

      * Reclamos pendientes para los listados, sin ordenar.
       FD  PND.
       01  REG-PND.
           03 PND-CUIT-CONS PIC 9(15).
           03 PND-PRIORIDAD PIC 9(1).
           03 PND-FECHA PIC 9(8).
           03 PND-NUMERO PIC 9(6).
           03 PND-NRO-UNIDAD PIC 9(4).
           03 PND-RUBRO PIC 9(4).
           03 PND-ESTADO PIC 9(1).
           03 PND-OT-NUMERO PIC 9(8).
           03 PND-DIAS PIC 9(5).
           03 PND-DESCRIP PIC X(40).

       FD  SOT.
       01  REG-SOT PIC X(92).

       SD  WRK-PND.
       01  REG-WRK-PND.
           03 WRK-PND-CUIT-CONS PIC 9(15).
           03 WRK-PND-PRIORIDAD PIC 9(1).
           03 WRK-PND-FECHA PIC 9(8).
           03 WRK-PND-NUMERO PIC 9(6).
           03 WRK-PND-RESTO PIC X(62).

       FD  ORD-PND.
       01  REG-ORD-PND.
           03 ORD-PND-CUIT-CONS PIC 9(15).
           03 ORD-PND-PRIORIDAD PIC 9(1).
           03 ORD-PND-FECHA PIC 9(8).
           03 ORD-PND-NUMERO PIC 9(6).
           03 ORD-PND-NRO-UNIDAD PIC 9(4).
           03 ORD-PND-RUBRO PIC 9(4).
           03 ORD-PND-ESTADO PIC 9(1).
           03 ORD-PND-OT-NUMERO PIC 9(8).
           03 ORD-PND-DIAS PIC 9(5).
           03 ORD-PND-DESCRIP PIC X(40).

       WORKING-STORAGE SECTION.

       01  LINEA PIC X(106).

       77  FS-MOV PIC XX.
           88 OK-MOV VALUE "00".
           88 NO-MOV VALUE "23".
           88 EOF-MOV VALUE "10".
       77  FS-REC PIC XX.
           88 OK-REC VALUE "00".
           88 NO-REC VALUE "23".
           88 EOF-REC VALUE "10".
       77  FS-UF PIC XX.
           88 OK-UF VALUE "00".
           88 NO-UF VALUE "23".
           88 EOF-UF VALUE "10".
       77  FS-CPR PIC XX.
           88 OK-CPR VALUE "00".
           88 NO-CPR VALUE "23".
           88 EOF-CPR VALUE "10".
       77  FS-PROV PIC XX.
           88 OK-PROV VALUE "00".
           88 NO-PROV VALUE "23".
           88 EOF-PROV VALUE "10".
       77  FS-PSU PIC XX.
           88 OK-PSU VALUE "00".
           88 NO-PSU VALUE "23".
           88 EOF-PSU VALUE "10".
       77  FS-ORT-INDEX PIC XX.
           88 OK-ORT-INDEX VALUE "00".
           88 NO-ORT-INDEX VALUE "23".
           88 EOF-ORT-INDEX VALUE "10".
       77  FS-MOT PIC XX.
           88 OK-MOT VALUE "00".
           88 NO-MOT VALUE "23".
           88 EOF-MOT VALUE "10".
       77  FS-PND PIC XX.
       77  FS-SOT PIC XX.
       77  FS-WRK-PND PIC XX.
       77  FS-ORD-PND PIC XX.
           88 OK-ORD-PND VALUE "00".
           88 NO-ORD-PND VALUE "23".
           88 EOF-ORD-PND VALUE "10".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".

       77  FS-LPR PIC XX.
           88 OK-LPR VALUE "00".
           88 NO-LPR VALUE "23".
           88 EOF-LPR VALUE "10".
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
       01  CANT-PEDIDOS-LOTE PIC 9(6) VALUE 0.

      * Control del lote de ordenes que se entrega a ORDTRAB.
       01  PROGRAMA-LOTE PIC X(8) VALUE SPACES.
       01  ID-LOTE-BUSCADO PIC 9(6) VALUE 0.
       01  SW-LOTE-OT-PENDIENTE PIC X(1) VALUE "N".
           88 LOTE-OT-PENDIENTE VALUE "S".
      * Los lotes de mov-ot.txt se numeran a continuacion del mayor
      * lote aplicado por ORDTRAB, el mismo criterio que ABONOS.
       01  ID-LOTE-OT PIC 9(6) VALUE 0.

       01  SW-MOV-VALIDO PIC X(1) VALUE "S".
           88 MOV-VALIDO VALUE "S".
       01  SW-ENCONTRADO-REC PIC X(1) VALUE "N".
           88 ENCONTRADO-REC VALUE "S".
       01  SW-ENCONTRADA-UF PIC X(1) VALUE "N".
           88 ENCONTRADA-UF VALUE "S".
       01  SW-ENCONTRADA-OT PIC X(1) VALUE "N".
           88 ENCONTRADA-OT VALUE "S".
       01  SW-PROV-HALLADO PIC X(1) VALUE "N".
           88 PROV-HALLADO VALUE "S".
       01  SW-PROV-ELEGIDO PIC X(1) VALUE "N".
           88 PROV-ELEGIDO VALUE "S".
       01  SW-SUSPENDIDO PIC X(1) VALUE "N".
           88 PROV-SUSPENDIDO VALUE "S".

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
       01  DIAS-ABIERTO PIC 9(5) VALUE 0.

       01  CANT-REC PIC 9(4) VALUE 0.
       01  BUFFER-REC.
           03 BUF-REC OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-REC.
              05 BUF-REC-NUMERO PIC 9(6).
              05 BUF-REC-CUIT-CONS PIC 9(15).
              05 BUF-REC-NRO-UNIDAD PIC 9(4).
              05 BUF-REC-FECHA PIC 9(8).
              05 BUF-REC-RUBRO PIC 9(4).
              05 BUF-REC-PRIORIDAD PIC 9(1).
              05 BUF-REC-DESCRIP PIC X(40).
              05 BUF-REC-ESTADO PIC 9(1).
              05 BUF-REC-OT-NUMERO PIC 9(8).
              05 BUF-REC-FECHA-CIERRE PIC 9(8).
       01  POS-REC PIC 9(4) VALUE 0.
       01  SUBIND-REC PIC 9(4) VALUE 0.
       01  ULTIMO-RECLAMO PIC 9(6) VALUE 0.

       01  CANT-UF PIC 9(4) VALUE 0.
       01  BUFFER-UF.
           03 BUF-UF OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-UF.
              05 BUF-UF-CUIT-CONS PIC 9(15).
              05 BUF-UF-NRO-UNIDAD PIC 9(4).
       01  POS-UF PIC 9(4) VALUE 0.

       01  CANT-CPR PIC 9(4) VALUE 0.
       01  BUFFER-CPR.
           03 BUF-CPR OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-CPR.
              05 BUF-CPR-CUIT-CONS PIC 9(15).
              05 BUF-CPR-COD-PROV PIC 9(8).
       01  POS-CPR PIC 9(4) VALUE 0.

       01  CANT-PROV PIC 9(4) VALUE 0.
       01  TABLA-PROV.
           03 TAB-PROV OCCURS 999 TIMES.
              05 TAB-PRO-COD PIC 9(8).
              05 TAB-PRO-RUBRO PIC 9(4).
       01  POS-PROV PIC 9(4) VALUE 0.

       01  CANT-SUSP PIC 9(3) VALUE 0.
       01  TABLA-SUSP.
           03 TAB-SUSP OCCURS 999 TIMES.
              05 TAB-SUS-COD-PROV PIC 9(8).
       01  POS-SUSP PIC 9(3) VALUE 0.
       01  PROV-A-CONTROLAR PIC 9(8) VALUE 0.

       01  SW-HAY-ORDENES PIC X(1) VALUE "N".
           88 HAY-ORDENES VALUE "S".
       01  ULTIMA-OT PIC 9(8) VALUE 0.

      * Ordenes pedidas en la corrida, para el lote de ORDTRAB.
       01  CANT-OT-NUEVAS PIC 9(4) VALUE 0.
       01  TABLA-OT-NUEVAS.
           03 TAB-OTN OCCURS 999 TIMES.
              05 TAB-OTN-NUMERO PIC 9(8).
              05 TAB-OTN-CUIT-CONS PIC 9(15).
              05 TAB-OTN-COD-PROV PIC 9(8).
              05 TAB-OTN-RUBRO PIC 9(4).
              05 TAB-OTN-IMPORTE PIC 9(9)V99.
       01  POS-OTN PIC 9(4) VALUE 0.

       01  CANT-ALTAS PIC 9(4) VALUE 0.
       01  CANT-PEDIDOS PIC 9(4) VALUE 0.
       01  CANT-ANULADOS PIC 9(4) VALUE 0.
       01  CANT-CERRADOS PIC 9(4) VALUE 0.
       01  CANT-REVERTIDOS PIC 9(4) VALUE 0.
       01  CANT-RECHAZADOS PIC 9(4) VALUE 0.
       01  CANT-PENDIENTES PIC 9(4) VALUE 0.
       01  CANT-SIN-OT PIC 9(4) VALUE 0.
       01  CANT-PEND-CONS PIC 9(4) VALUE 0.
       01  CUIT-ACTUAL PIC 9(15) VALUE 0.

      * Parametros del resguardo generacional previo a la regrabacion.
       01  RES-ARCHIVO PIC X(20) VALUE SPACES.
       01  RES-BASE PIC X(8) VALUE SPACES.
       01  RES-COD-RET PIC 9(2) VALUE 0.

      * Novedades a la bitacora central, ademas del DISPLAY.
       01  BTC-PROGRAMA PIC X(8) VALUE "RECLAMOS".
       01  BTC-SEVERIDAD PIC X(1) VALUE "A".
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       01  PEND-TITULO.
           03 FILLER PIC X(25) VALUE SPACES.
           03 FILLER PIC X(40)
              VALUE "RECLAMOS PENDIENTES POR CONSORCIO".
           03 FILLER PIC X(41) VALUE SPACES.

       01  SINOT-TITULO.
           03 FILLER PIC X(25) VALUE SPACES.
           03 FILLER PIC X(40)
              VALUE "RECLAMOS SIN ORDEN DE TRABAJO".
           03 FILLER PIC X(41) VALUE SPACES.

       01  PEND-CONSORCIO.
           03 FILLER PIC X(11) VALUE "CONSORCIO: ".
           03 PENCON-CUIT PIC 9(15).
           03 FILLER PIC X(80) VALUE SPACES.

       01  PEND-ROTULO.
           03 FILLER PIC X(7) VALUE "RECLAMO".
           03 FILLER PIC X(16) VALUE " CUIT-CONS      ".
           03 FILLER PIC X(6) VALUE " UNID.".
           03 FILLER PIC X(9) VALUE " FECHA   ".
           03 FILLER PIC X(6) VALUE "  DIAS".
           03 FILLER PIC X(5) VALUE " PRI.".
           03 FILLER PIC X(6) VALUE " RUBRO".
           03 FILLER PIC X(10) VALUE " ORDEN    ".
           03 FILLER PIC X(41) VALUE " DESCRIPCION".

       01  PEND-LINEA.
           03 PENLIN-NUMERO PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PENLIN-CUIT PIC 9(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PENLIN-UNIDAD PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PENLIN-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PENLIN-DIAS PIC ZZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 PENLIN-PRIORIDAD PIC 9(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PENLIN-RUBRO PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PENLIN-ORDEN PIC X(9).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PENLIN-DESCRIP PIC X(40).

       01  PEND-TOTAL-CONS.
           03 FILLER PIC X(30)
              VALUE "  RECLAMOS PENDIENTES       : ".
           03 PENTOT-CANT PIC ZZZ9.
           03 FILLER PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF NOT ERROR-APERTURA
               PERFORM VALIDAR-LOTE
               IF LOTE-INVALIDO
                   DISPLAY "RECLAMOS: abortando, lote de movimientos "
                       "rechazado"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF NOT ERROR-APERTURA
               PERFORM CONTROLAR-LOTE-OT-PENDIENTE.
           IF ERROR-APERTURA
               OR (LOTE-OT-PENDIENTE AND CANT-PEDIDOS-LOTE > 0)
               DISPLAY "RECLAMOS: abortando, error de apertura de "
                   "archivos o lote de ordenes pendiente de aplicar"
               MOVE "E" TO BTC-SEVERIDAD
               MOVE "abortado por error de apertura o lote pendiente"
                   TO BTC-DETALLE
               PERFORM GRABAR-BITACORA
               MOVE 16 TO RETURN-CODE
               IF OK-MOV
                   CLOSE MOV
               END-IF
               IF HAY-ORDENES
                   CLOSE ORT-INDEX
               END-IF
           ELSE
               PERFORM CERRAR-RECLAMOS-ATENDIDOS
               PERFORM LEER-MOV
               PERFORM APLICAR-MOVIMIENTO UNTIL EOF-MOV
               PERFORM GRABAR-RECLAMOS
               IF CANT-OT-NUEVAS > 0
                   PERFORM GRABAR-LOTE-OT
               END-IF
               PERFORM REGISTRAR-LOTE
               PERFORM GENERAR-PENDIENTES
               PERFORM IMPRIMIR-PENDIENTES
               PERFORM IMPRIMIR-SIN-OT
               PERFORM IMPR-RESUMEN
               CLOSE MOV
               IF HAY-ORDENES
                   CLOSE ORT-INDEX
               END-IF
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOY = FH-ANIO * 360 + FH-MES * 30 + FH-DIA.
           OPEN INPUT MOV.
           IF FS-MOV NOT = "00"
               DISPLAY "Error en open movimientos FS: " FS-MOV
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM CARGAR-RECLAMOS.
           PERFORM CARGAR-UNIDADES.
           PERFORM CARGAR-ASIGNACIONES.
           PERFORM CARGAR-TABLA-PROV.
           PERFORM CARGAR-SUSPENDIDOS.
           PERFORM ABRIR-ORDENES.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-RECLAMOS.
           OPEN INPUT REC.
           IF FS-REC EQUAL "00"
               PERFORM LEER-REC
               PERFORM LLENAR-BUFFER-REC
                   UNTIL EOF-REC OR ERROR-APERTURA
               CLOSE REC
           ELSE
               IF FS-REC = "05"
                   CLOSE REC
               ELSE
                   DISPLAY "Error en open reclamos FS: " FS-REC
                   MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-REC.
           READ REC
               AT END MOVE "10" TO FS-REC.
           IF FS-REC NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER RECLAMOS FS: ' FS-REC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-REC.
           IF CANT-REC < 9999
               ADD 1 TO CANT-REC
               MOVE REG-REC TO BUF-REC(CANT-REC)
               IF REC-NUMERO > ULTIMO-RECLAMO
                   MOVE REC-NUMERO TO ULTIMO-RECLAMO
               END-IF
           ELSE
               DISPLAY "ERROR: reclamos.txt supera los 9999 "
                   "reclamos, se aborta para no truncar el archivo"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-REC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-UNIDADES.
           OPEN INPUT UF.
           IF FS-UF EQUAL "00"
               PERFORM LEER-UF
               PERFORM LLENAR-BUFFER-UF UNTIL EOF-UF
               CLOSE UF
           ELSE
               DISPLAY "Error en open unidades FS: " FS-UF
               MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-UF.
           READ UF
               AT END MOVE "10" TO FS-UF.
           IF FS-UF NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER UNIDADES FS: ' FS-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-UF.
           IF CANT-UF < 9999
               ADD 1 TO CANT-UF
               MOVE UF-CUIT-CONS TO BUF-UF-CUIT-CONS(CANT-UF)
               MOVE UF-NRO-UNIDAD TO BUF-UF-NRO-UNIDAD(CANT-UF)
           ELSE
               DISPLAY "ADVERTENCIA: tabla de unidades llena, la "
                   "unidad " UF-NRO-UNIDAD " del consorcio "
                   UF-CUIT-CONS " no se considera".
           PERFORM LEER-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-ASIGNACIONES.
           OPEN INPUT CPR.
           IF FS-CPR EQUAL "00"
               PERFORM LEER-CPR
               PERFORM LLENAR-BUFFER-CPR UNTIL EOF-CPR
               CLOSE CPR
           ELSE
               DISPLAY "Error en open asignaciones FS: " FS-CPR
               MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-CPR.
           READ CPR
               AT END MOVE "10" TO FS-CPR.
           IF FS-CPR NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER ASIGNACIONES FS: ' FS-CPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-CPR.
           IF CANT-CPR < 9999
               ADD 1 TO CANT-CPR
               MOVE CPR-CUIT-CONS TO BUF-CPR-CUIT-CONS(CANT-CPR)
               MOVE CPR-COD-PROV TO BUF-CPR-COD-PROV(CANT-CPR)
           ELSE
               DISPLAY "ADVERTENCIA: tabla de asignaciones llena, el "
                   "proveedor " CPR-COD-PROV " del consorcio "
                   CPR-CUIT-CONS " no se considera".
           PERFORM LEER-CPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-TABLA-PROV.
           OPEN INPUT PROV.
           IF FS-PROV EQUAL "00"
               PERFORM LEER-PROV
               PERFORM LLENAR-TABLA-PROV UNTIL EOF-PROV
               CLOSE PROV
           ELSE
               DISPLAY "Error en open proveedores FS: " FS-PROV
               MOVE "S" TO SW-ERROR-APERTURA.
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
           ELSE
               DISPLAY "ADVERTENCIA: tabla de suspendidos llena, el "
                   "proveedor " PSU-COD-PROV " no se considera".
           PERFORM LEER-PSU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * El estado de las ordenes para cerrar los reclamos atendidos
      * se lee por clave; el indexado se recorre una vez para tomar
      * la mayor orden y numerar las que se piden.
      *>-----------------------------------------------------------*
       ABRIR-ORDENES.
           OPEN INPUT ORT-INDEX.
           IF FS-ORT-INDEX EQUAL "00"
               MOVE "S" TO SW-HAY-ORDENES
               MOVE ZEROS TO OT-INDEX-NUMERO
               START ORT-INDEX KEY IS NOT LESS THAN OT-INDEX-NUMERO
                   INVALID KEY MOVE "10" TO FS-ORT-INDEX
               END-START
               IF OK-ORT-INDEX
                   PERFORM LEER-ORT-INDEX
                   PERFORM TOMAR-ULTIMA-OT UNTIL EOF-ORT-INDEX
               END-IF
           ELSE
               DISPLAY "ADVERTENCIA: ordenes_indexed.txt inexistente "
                   "o ilegible (FS: " FS-ORT-INDEX "), se numera "
                   "desde 1".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-ORT-INDEX.
           READ ORT-INDEX NEXT RECORD
               AT END MOVE "10" TO FS-ORT-INDEX.
           IF FS-ORT-INDEX NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER ORDENES INDEXADO FS: '
                   FS-ORT-INDEX
               MOVE "S" TO SW-ERROR-APERTURA
               MOVE "10" TO FS-ORT-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       TOMAR-ULTIMA-OT.
           IF OT-INDEX-NUMERO > ULTIMA-OT
               MOVE OT-INDEX-NUMERO TO ULTIMA-OT.
           PERFORM LEER-ORT-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Si mov-ot.txt trae un lote que ORDTRAB todavia no aplico, no
      * se pisa (solo importa si el lote de reclamos pide ordenes) y
      * no se vuelven a pendiente los reclamos de sus ordenes. Se
      * toma ademas el mayor lote aplicado por ORDTRAB para numerar
      * el siguiente.
      *>-----------------------------------------------------------*
       CONTROLAR-LOTE-OT-PENDIENTE.
           MOVE "ORDTRAB" TO PROGRAMA-LOTE.
           OPEN INPUT MOT.
           IF FS-MOT EQUAL "00"
               READ MOT
                   AT END MOVE "10" TO FS-MOT
               END-READ
               IF FS-MOT EQUAL "00" AND MOT-CAB-TIPO = "H"
                   MOVE MOT-CAB-ID-LOTE TO ID-LOTE-BUSCADO
                   PERFORM CONTROLAR-LOTE-OT-APLICADO
               END-IF
               CLOSE MOT
           END-IF.
           OPEN INPUT LPR.
           IF FS-LPR EQUAL "00"
               PERFORM LEER-LPR
               PERFORM TOMAR-ULTIMO-LOTE-OT UNTIL EOF-LPR
               CLOSE LPR
           ELSE
               IF FS-LPR = "05"
                   CLOSE LPR.
           ADD 1 TO ID-LOTE-OT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-LOTE-OT-APLICADO.
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
               MOVE "S" TO SW-LOTE-OT-PENDIENTE
               IF CANT-PEDIDOS-LOTE > 0
                   DISPLAY "ERROR: el lote " ID-LOTE-BUSCADO
                       " de mov-ot.txt todavia no fue aplicado por "
                       "ORDTRAB, no se piden ordenes".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       TOMAR-ULTIMO-LOTE-OT.
           IF LPR-PROGRAMA = "ORDTRAB" AND LPR-ID-LOTE > ID-LOTE-OT
               MOVE LPR-ID-LOTE TO ID-LOTE-OT.
           PERFORM LEER-LPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Un reclamo con orden se cierra cuando ORDTRAB cierra la
      * orden, con la misma fecha de cierre. Si la orden no figura en
      * ordenes_indexed.txt y mov-ot.txt no tiene lote pendiente, el
      * alta fue rechazada por ORDTRAB: el reclamo vuelve a pendiente
      * sin orden para pedirla de nuevo.
      *>-----------------------------------------------------------*
       CERRAR-RECLAMOS-ATENDIDOS.
           MOVE 1 TO SUBIND-REC.
           PERFORM CERRAR-RECLAMO-PASO UNTIL SUBIND-REC > CANT-REC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CERRAR-RECLAMO-PASO.
           IF BUF-REC-ESTADO(SUBIND-REC) = 2
               PERFORM BUSCAR-OT-RECLAMO
               IF ENCONTRADA-OT AND OT-INDEX-ESTADO = 2
                   MOVE 3 TO BUF-REC-ESTADO(SUBIND-REC)
                   MOVE OT-INDEX-FECHA-CIERRE
                       TO BUF-REC-FECHA-CIERRE(SUBIND-REC)
                   ADD 1 TO CANT-CERRADOS
                   DISPLAY "CIERRE: reclamo "
                       BUF-REC-NUMERO(SUBIND-REC)
                       " cerrado por la orden "
                       BUF-REC-OT-NUMERO(SUBIND-REC)
               ELSE
                   IF HAY-ORDENES AND NO-ORT-INDEX
                       AND NOT LOTE-OT-PENDIENTE
                       PERFORM REVERTIR-RECLAMO.
           ADD 1 TO SUBIND-REC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       REVERTIR-RECLAMO.
           DISPLAY "ADVERTENCIA: reclamo " BUF-REC-NUMERO(SUBIND-REC)
               " vuelve a pendiente, la orden "
               BUF-REC-OT-NUMERO(SUBIND-REC)
               " no figura en ordenes_indexed.txt".
           MOVE 1 TO BUF-REC-ESTADO(SUBIND-REC).
           MOVE ZEROS TO BUF-REC-OT-NUMERO(SUBIND-REC).
           ADD 1 TO CANT-REVERTIDOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-OT-RECLAMO.
           MOVE "N" TO SW-ENCONTRADA-OT.
           IF HAY-ORDENES
               MOVE BUF-REC-OT-NUMERO(SUBIND-REC) TO OT-INDEX-NUMERO
               READ ORT-INDEX RECORD
                   INVALID KEY MOVE "23" TO FS-ORT-INDEX
               END-READ
               IF OK-ORT-INDEX
                   MOVE "S" TO SW-ENCONTRADA-OT
               ELSE
                   IF NOT NO-ORT-INDEX
                       DISPLAY "ERROR AL LEER ORDENES INDEXADO FS: "
                           FS-ORT-INDEX
                   END-IF
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MOV.
           READ MOV
               AT END MOVE "10" TO FS-MOV.
           IF FS-MOV NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER MOV FS: ' FS-MOV.
           IF FS-MOV EQUAL "00" AND CAB-TIPO = "T"
               MOVE "10" TO FS-MOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       APLICAR-MOVIMIENTO.
           PERFORM VALIDAR-MOVIMIENTO.
           IF MOV-VALIDO
               IF MOVREC-OP = 1
                   PERFORM ALTA-RECLAMO
               ELSE
                   IF MOVREC-OP = 2
                       PERFORM PEDIR-ORDEN
                   ELSE
                       PERFORM ANULAR-RECLAMO
                   END-IF
               END-IF
           ELSE
               ADD 1 TO CANT-RECHAZADOS.
           PERFORM LEER-MOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       VALIDAR-MOVIMIENTO.
           MOVE "S" TO SW-MOV-VALIDO.
           IF MOVREC-OP NOT = 1 AND 2 AND 3
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "RECHAZADO: operacion " MOVREC-OP
                   " invalida, reclamo " MOVREC-NUMERO
           ELSE
               IF MOVREC-OP = 1
                   PERFORM VALIDAR-ALTA
               ELSE
                   PERFORM VALIDAR-PEDIDO-ANULACION.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * El pedido de orden exige el monto estimado: ORDTRAB rechaza
      * el alta de una orden sin monto.
      *>-----------------------------------------------------------*
       VALIDAR-PEDIDO-ANULACION.
           PERFORM BUSCAR-RECLAMO.
           IF NOT ENCONTRADO-REC
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "RECHAZADO: reclamo " MOVREC-NUMERO
                   " inexistente"
           ELSE
               IF BUF-REC-ESTADO(POS-REC) NOT = 1
                   MOVE "N" TO SW-MOV-VALIDO
                   DISPLAY "RECHAZADO: reclamo " MOVREC-NUMERO
                       " no esta pendiente (estado "
                       BUF-REC-ESTADO(POS-REC) ")"
               ELSE
                   IF MOVREC-OP = 2
                       AND (MOVREC-IMPORTE NOT NUMERIC
                            OR MOVREC-IMPORTE = ZERO)
                       MOVE "N" TO SW-MOV-VALIDO
                       DISPLAY "RECHAZADO: reclamo " MOVREC-NUMERO
                           ", pedido de orden sin monto estimado".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       VALIDAR-ALTA.
           IF MOVREC-CUIT-CONS = ZERO OR MOVREC-RUBRO = ZERO
               OR MOVREC-DESCRIP = SPACES
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "RECHAZADO: reclamo sin consorcio, rubro o "
                   "descripcion, unidad " MOVREC-NRO-UNIDAD
           ELSE
               IF MOVREC-PRIORIDAD < 1 OR MOVREC-PRIORIDAD > 4
                   MOVE "N" TO SW-MOV-VALIDO
                   DISPLAY "RECHAZADO: prioridad " MOVREC-PRIORIDAD
                       " invalida, consorcio " MOVREC-CUIT-CONS
               ELSE
                   PERFORM BUSCAR-UNIDAD
                   IF NOT ENCONTRADA-UF
                       MOVE "N" TO SW-MOV-VALIDO
                       DISPLAY "RECHAZADO: unidad " MOVREC-NRO-UNIDAD
                           " inexistente en el consorcio "
                           MOVREC-CUIT-CONS.
           IF MOV-VALIDO AND CANT-REC >= 9999
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "ADVERTENCIA: tabla de reclamos llena, no se "
                   "pudo dar de alta el reclamo de la unidad "
                   MOVREC-NRO-UNIDAD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-UNIDAD.
           MOVE "N" TO SW-ENCONTRADA-UF.
           MOVE 1 TO POS-UF.
           PERFORM BUSCAR-UNIDAD-PASO
               UNTIL POS-UF > CANT-UF OR ENCONTRADA-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-UNIDAD-PASO.
           IF BUF-UF-CUIT-CONS(POS-UF) = MOVREC-CUIT-CONS
               AND BUF-UF-NRO-UNIDAD(POS-UF) = MOVREC-NRO-UNIDAD
               MOVE "S" TO SW-ENCONTRADA-UF
           ELSE
               ADD 1 TO POS-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-RECLAMO.
           MOVE "N" TO SW-ENCONTRADO-REC.
           MOVE 1 TO POS-REC.
           PERFORM BUSCAR-RECLAMO-PASO
               UNTIL POS-REC > CANT-REC OR ENCONTRADO-REC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-RECLAMO-PASO.
           IF BUF-REC-NUMERO(POS-REC) = MOVREC-NUMERO
               MOVE "S" TO SW-ENCONTRADO-REC
           ELSE
               ADD 1 TO POS-REC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Los reclamos se numeran correlativos y se agregan al final,
      * de modo que el buffer queda ordenado por numero.
      *>-----------------------------------------------------------*
       ALTA-RECLAMO.
           ADD 1 TO ULTIMO-RECLAMO.
           ADD 1 TO CANT-REC.
           MOVE ULTIMO-RECLAMO TO BUF-REC-NUMERO(CANT-REC).
           MOVE MOVREC-CUIT-CONS TO BUF-REC-CUIT-CONS(CANT-REC).
           MOVE MOVREC-NRO-UNIDAD TO BUF-REC-NRO-UNIDAD(CANT-REC).
           IF MOVREC-FECHA = ZERO
               MOVE FECHA-HOY TO BUF-REC-FECHA(CANT-REC)
           ELSE
               MOVE MOVREC-FECHA TO BUF-REC-FECHA(CANT-REC).
           MOVE MOVREC-RUBRO TO BUF-REC-RUBRO(CANT-REC).
           MOVE MOVREC-PRIORIDAD TO BUF-REC-PRIORIDAD(CANT-REC).
           MOVE MOVREC-DESCRIP TO BUF-REC-DESCRIP(CANT-REC).
           MOVE 1 TO BUF-REC-ESTADO(CANT-REC).
           MOVE ZEROS TO BUF-REC-OT-NUMERO(CANT-REC).
           MOVE ZEROS TO BUF-REC-FECHA-CIERRE(CANT-REC).
           ADD 1 TO CANT-ALTAS.
           DISPLAY "ALTA: reclamo " ULTIMO-RECLAMO " del consorcio "
               MOVREC-CUIT-CONS " unidad " MOVREC-NRO-UNIDAD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Pedido de orden: proveedor del rubro del reclamo, asignado
      * al consorcio y no suspendido, con los mismos controles que
      * ORDTRAB aplica al alta de la orden.
      *>-----------------------------------------------------------*
       PEDIR-ORDEN.
           MOVE "N" TO SW-PROV-ELEGIDO.
           MOVE 1 TO POS-CPR.
           PERFORM ELEGIR-PROVEEDOR-PASO
               UNTIL POS-CPR > CANT-CPR OR PROV-ELEGIDO.
           IF NOT PROV-ELEGIDO
               ADD 1 TO CANT-RECHAZADOS
               IF MOVREC-COD-PROV = ZERO
                   DISPLAY "RECHAZADO: reclamo " MOVREC-NUMERO
                       " sin proveedor habilitado del rubro "
                       BUF-REC-RUBRO(POS-REC) " asignado al consorcio"
               ELSE
                   DISPLAY "RECHAZADO: reclamo " MOVREC-NUMERO
                       ", proveedor " MOVREC-COD-PROV " no asignado "
                       "al consorcio, de otro rubro o suspendido"
               END-IF
           ELSE
               IF CANT-OT-NUEVAS >= 999
                   ADD 1 TO CANT-RECHAZADOS
                   DISPLAY "ADVERTENCIA: tabla de ordenes pedidas "
                       "llena, reclamo " MOVREC-NUMERO " sin orden"
               ELSE
                   PERFORM AGREGAR-ORDEN-NUEVA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ELEGIR-PROVEEDOR-PASO.
           IF BUF-CPR-CUIT-CONS(POS-CPR) = BUF-REC-CUIT-CONS(POS-REC)
               AND (MOVREC-COD-PROV = ZERO
                    OR BUF-CPR-COD-PROV(POS-CPR) = MOVREC-COD-PROV)
               PERFORM EVALUAR-PROVEEDOR.
           IF NOT PROV-ELEGIDO
               ADD 1 TO POS-CPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       EVALUAR-PROVEEDOR.
           MOVE "N" TO SW-PROV-HALLADO.
           MOVE 1 TO POS-PROV.
           PERFORM BUSCAR-PROV-PASO
               UNTIL POS-PROV > CANT-PROV OR PROV-HALLADO.
           IF PROV-HALLADO
               AND TAB-PRO-RUBRO(POS-PROV) = BUF-REC-RUBRO(POS-REC)
               MOVE BUF-CPR-COD-PROV(POS-CPR) TO PROV-A-CONTROLAR
               PERFORM BUSCAR-SUSPENDIDO
               IF NOT PROV-SUSPENDIDO
                   MOVE "S" TO SW-PROV-ELEGIDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PROV-PASO.
           IF TAB-PRO-COD(POS-PROV) = BUF-CPR-COD-PROV(POS-CPR)
               MOVE "S" TO SW-PROV-HALLADO
           ELSE
               ADD 1 TO POS-PROV.
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
       AGREGAR-ORDEN-NUEVA.
           ADD 1 TO ULTIMA-OT.
           ADD 1 TO CANT-OT-NUEVAS.
           MOVE ULTIMA-OT TO TAB-OTN-NUMERO(CANT-OT-NUEVAS).
           MOVE BUF-REC-CUIT-CONS(POS-REC)
               TO TAB-OTN-CUIT-CONS(CANT-OT-NUEVAS).
           MOVE BUF-CPR-COD-PROV(POS-CPR)
               TO TAB-OTN-COD-PROV(CANT-OT-NUEVAS).
           MOVE BUF-REC-RUBRO(POS-REC) TO TAB-OTN-RUBRO(CANT-OT-NUEVAS).
           MOVE MOVREC-IMPORTE TO TAB-OTN-IMPORTE(CANT-OT-NUEVAS).
           MOVE 2 TO BUF-REC-ESTADO(POS-REC).
           MOVE ULTIMA-OT TO BUF-REC-OT-NUMERO(POS-REC).
           ADD 1 TO CANT-PEDIDOS.
           DISPLAY "ORDEN: reclamo " MOVREC-NUMERO " orden " ULTIMA-OT
               " al proveedor " BUF-CPR-COD-PROV(POS-CPR).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ANULAR-RECLAMO.
           MOVE 4 TO BUF-REC-ESTADO(POS-REC).
           MOVE FECHA-HOY TO BUF-REC-FECHA-CIERRE(POS-REC).
           ADD 1 TO CANT-ANULADOS.
           DISPLAY "ANULACION: reclamo " MOVREC-NUMERO " anulado".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       RESGUARDAR-RECLAMOS.
           MOVE "reclamos.txt" TO RES-ARCHIVO.
           MOVE "reclamos" TO RES-BASE.
           CALL "RESGUARD" USING RES-ARCHIVO, RES-BASE,
               RES-COD-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-RECLAMOS.
           PERFORM RESGUARDAR-RECLAMOS.
           IF RES-COD-RET NOT = 0
               DISPLAY "RECLAMOS: fallo el resguardo de reclamos.txt, "
                   "no se regraba"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT REC.
           MOVE 1 TO SUBIND-REC.
           PERFORM ESCRIBIR-PASO-REC UNTIL SUBIND-REC > CANT-REC.
           CLOSE REC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-PASO-REC.
           MOVE BUF-REC(SUBIND-REC) TO REG-REC.
           WRITE REG-REC.
           ADD 1 TO SUBIND-REC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Lote de altas de orden para ORDTRAB, sin suma de control.
      *>-----------------------------------------------------------*
       GRABAR-LOTE-OT.
           OPEN OUTPUT MOT.
           MOVE SPACES TO REG-MOT-CAB.
           MOVE "H" TO MOT-CAB-TIPO.
           MOVE FECHA-HOY TO MOT-CAB-FECHA-GEN.
           MOVE ID-LOTE-OT TO MOT-CAB-ID-LOTE.
           WRITE REG-MOT-CAB.
           MOVE 1 TO POS-OTN.
           PERFORM ESCRIBIR-PASO-OTN UNTIL POS-OTN > CANT-OT-NUEVAS.
           MOVE SPACES TO REG-MOT-COLA.
           MOVE "T" TO MOT-COLA-TIPO.
           MOVE CANT-OT-NUEVAS TO MOT-COLA-CANT.
           MOVE ZEROS TO MOT-COLA-SUMA.
           WRITE REG-MOT-COLA.
           CLOSE MOT.
           DISPLAY "Lote " ID-LOTE-OT " de mov-ot.txt con "
               CANT-OT-NUEVAS " ordenes para ORDTRAB".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-PASO-OTN.
           MOVE 1 TO MOVOT-OP.
           MOVE TAB-OTN-NUMERO(POS-OTN) TO MOVOT-NUMERO.
           MOVE TAB-OTN-CUIT-CONS(POS-OTN) TO MOVOT-CUIT-CONS.
           MOVE TAB-OTN-COD-PROV(POS-OTN) TO MOVOT-COD-PROV.
           MOVE TAB-OTN-RUBRO(POS-OTN) TO MOVOT-RUBRO.
           MOVE TAB-OTN-IMPORTE(POS-OTN) TO MOVOT-IMPORTE.
           MOVE ZEROS TO MOVOT-VALIDEZ.
           WRITE REG-MOT.
           ADD 1 TO POS-OTN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Reclamos abiertos (sin orden o con orden sin cerrar) con los
      * dias comerciales que llevan abiertos; los que no tienen
      * orden van ademas al listado propio.
      *>-----------------------------------------------------------*
       GENERAR-PENDIENTES.
           OPEN OUTPUT PND.
           OPEN OUTPUT SOT.
           MOVE 1 TO SUBIND-REC.
           PERFORM ESCRIBIR-PENDIENTE-PASO UNTIL SUBIND-REC > CANT-REC.
           CLOSE PND.
           CLOSE SOT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-PENDIENTE-PASO.
           IF BUF-REC-ESTADO(SUBIND-REC) = 1 OR 2
               MOVE BUF-REC-FECHA(SUBIND-REC) TO FECHA-AUX
               COMPUTE DIAS-AUX = FA-ANIO * 360 + FA-MES * 30 + FA-DIA
               IF DIAS-AUX < DIAS-HOY
                   COMPUTE DIAS-ABIERTO = DIAS-HOY - DIAS-AUX
               ELSE
                   MOVE 0 TO DIAS-ABIERTO
               END-IF
               MOVE BUF-REC-CUIT-CONS(SUBIND-REC) TO PND-CUIT-CONS
               MOVE BUF-REC-PRIORIDAD(SUBIND-REC) TO PND-PRIORIDAD
               MOVE BUF-REC-FECHA(SUBIND-REC) TO PND-FECHA
               MOVE BUF-REC-NUMERO(SUBIND-REC) TO PND-NUMERO
               MOVE BUF-REC-NRO-UNIDAD(SUBIND-REC) TO PND-NRO-UNIDAD
               MOVE BUF-REC-RUBRO(SUBIND-REC) TO PND-RUBRO
               MOVE BUF-REC-ESTADO(SUBIND-REC) TO PND-ESTADO
               MOVE BUF-REC-OT-NUMERO(SUBIND-REC) TO PND-OT-NUMERO
               MOVE DIAS-ABIERTO TO PND-DIAS
               MOVE BUF-REC-DESCRIP(SUBIND-REC) TO PND-DESCRIP
               WRITE REG-PND
               ADD 1 TO CANT-PENDIENTES
               IF BUF-REC-ESTADO(SUBIND-REC) = 1
                   MOVE REG-PND TO REG-SOT
                   WRITE REG-SOT
                   ADD 1 TO CANT-SIN-OT
               END-IF
           END-IF.
           ADD 1 TO SUBIND-REC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPRIMIR-PENDIENTES.
           SORT WRK-PND
               ON ASCENDING KEY WRK-PND-CUIT-CONS
                  ASCENDING KEY WRK-PND-FECHA
                  ASCENDING KEY WRK-PND-NUMERO
               USING PND
               GIVING ORD-PND.
           OPEN INPUT ORD-PND.
           IF FS-ORD-PND NOT = "00"
               DISPLAY "Error en open pendientes ordenados FS: "
                   FS-ORD-PND
           ELSE
               MOVE SPACES TO LINEA
               DISPLAY LINEA
               MOVE PEND-TITULO TO LINEA
               DISPLAY LINEA
               PERFORM LEER-ORD-PND
               PERFORM IMPRIMIR-CONSORCIO UNTIL EOF-ORD-PND
               CLOSE ORD-PND
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-ORD-PND.
           READ ORD-PND AT END MOVE "10" TO FS-ORD-PND.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPRIMIR-CONSORCIO.
           MOVE ORD-PND-CUIT-CONS TO CUIT-ACTUAL.
           MOVE 0 TO CANT-PEND-CONS.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           MOVE CUIT-ACTUAL TO PENCON-CUIT.
           MOVE PEND-CONSORCIO TO LINEA.
           DISPLAY LINEA.
           MOVE PEND-ROTULO TO LINEA.
           DISPLAY LINEA.
           PERFORM IMPRIMIR-PENDIENTE-CONS
               UNTIL EOF-ORD-PND OR ORD-PND-CUIT-CONS NOT = CUIT-ACTUAL.
           MOVE CANT-PEND-CONS TO PENTOT-CANT.
           MOVE PEND-TOTAL-CONS TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPRIMIR-PENDIENTE-CONS.
           PERFORM IMPR-PEND-LINEA.
           ADD 1 TO CANT-PEND-CONS.
           PERFORM LEER-ORD-PND.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-PEND-LINEA.
           MOVE ORD-PND-NUMERO TO PENLIN-NUMERO.
           MOVE ORD-PND-CUIT-CONS TO PENLIN-CUIT.
           MOVE ORD-PND-NRO-UNIDAD TO PENLIN-UNIDAD.
           MOVE ORD-PND-FECHA TO PENLIN-FECHA.
           MOVE ORD-PND-DIAS TO PENLIN-DIAS.
           MOVE ORD-PND-PRIORIDAD TO PENLIN-PRIORIDAD.
           MOVE ORD-PND-RUBRO TO PENLIN-RUBRO.
           IF ORD-PND-ESTADO = 1
               MOVE "SIN ORDEN" TO PENLIN-ORDEN
           ELSE
               MOVE ORD-PND-OT-NUMERO TO PENLIN-ORDEN.
           MOVE ORD-PND-DESCRIP TO PENLIN-DESCRIP.
           MOVE PEND-LINEA TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Reclamos sin orden, primero los de mayor prioridad y dentro
      * de cada prioridad los mas antiguos.
      *>-----------------------------------------------------------*
       IMPRIMIR-SIN-OT.
           SORT WRK-PND
               ON ASCENDING KEY WRK-PND-PRIORIDAD
                  ASCENDING KEY WRK-PND-FECHA
                  ASCENDING KEY WRK-PND-NUMERO
               USING SOT
               GIVING ORD-PND.
           OPEN INPUT ORD-PND.
           IF FS-ORD-PND NOT = "00"
               DISPLAY "Error en open sin orden ordenados FS: "
                   FS-ORD-PND
           ELSE
               MOVE SPACES TO LINEA
               DISPLAY LINEA
               MOVE SINOT-TITULO TO LINEA
               DISPLAY LINEA
               MOVE PEND-ROTULO TO LINEA
               DISPLAY LINEA
               PERFORM LEER-ORD-PND
               PERFORM IMPRIMIR-SIN-OT-PASO UNTIL EOF-ORD-PND
               CLOSE ORD-PND
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPRIMIR-SIN-OT-PASO.
           PERFORM IMPR-PEND-LINEA.
           PERFORM LEER-ORD-PND.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Control de lote: el archivo de movimientos llega con un
      * registro cabecera "H" y un registro cola "T". El lote se
      * valida completo antes de aplicar nada y se rechaza entero
      * si no cierra en cantidad o suma, si viene truncado o si su
      * identificador ya figura en lotes-procesados.txt.
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
               PERFORM LEER-MOV-LOTE
               PERFORM CONTAR-MOV-LOTE
                   UNTIL EOF-MOV OR COLA-HALLADA
               PERFORM CONTROLAR-COLA-LOTE
           END-IF.
           IF NOT LOTE-INVALIDO
               PERFORM CONTROLAR-LOTE-PROCESADO.
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
               IF MOVREC-OP = 2
                   ADD 1 TO CANT-PEDIDOS-LOTE
                   IF MOVREC-IMPORTE NUMERIC
                       ADD MOVREC-IMPORTE TO SUMA-MOV-LOTE
                   END-IF
               END-IF
               PERFORM LEER-MOV-LOTE.
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
           MOVE "RECLAMOS" TO PROGRAMA-LOTE.
           MOVE ID-LOTE TO ID-LOTE-BUSCADO.
           OPEN INPUT LPR.
           IF FS-LPR EQUAL "00"
               PERFORM LEER-LPR
               PERFORM BUSCAR-LOTE-PROCESADO
                   UNTIL EOF-LPR OR LOTE-YA-PROCESADO
               CLOSE LPR
               IF LOTE-YA-PROCESADO
                   MOVE "S" TO SW-LOTE-INVALIDO
                   DISPLAY "LOTE RECHAZADO: el lote " ID-LOTE
                       " ya fue procesado por RECLAMOS"
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
           IF LPR-PROGRAMA = PROGRAMA-LOTE
               AND LPR-ID-LOTE = ID-LOTE-BUSCADO
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
               MOVE "RECLAMOS" TO LPR-PROGRAMA
               MOVE ID-LOTE TO LPR-ID-LOTE
               MOVE FECHA-LOTE TO LPR-FECHA
               WRITE REG-LPR
               CLOSE LPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-BITACORA.
           CALL "BITACORA" USING BTC-PROGRAMA, BTC-SEVERIDAD,
               BTC-DETALLE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Reclamos dados de alta    : " CANT-ALTAS.
           DISPLAY "Ordenes pedidas           : " CANT-PEDIDOS.
           DISPLAY "Reclamos anulados         : " CANT-ANULADOS.
           DISPLAY "Reclamos cerrados         : " CANT-CERRADOS.
           DISPLAY "Reclamos vueltos a pend.  : " CANT-REVERTIDOS.
           DISPLAY "Movimientos rechazados    : " CANT-RECHAZADOS.
           DISPLAY "Reclamos pendientes       : " CANT-PENDIENTES.
           DISPLAY "Reclamos sin orden        : " CANT-SIN-OT.
           DISPLAY "Reclamos en reclamos.txt  : " CANT-REC.

       END PROGRAM RECLAMOS.
