      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Control nocturno de integridad referencial. Sin
      *          modificar ningun archivo, cruza cada archivo con los
      *          que referencia: asignaciones de cpr.txt contra
      *          maestro.txt y prov.txt, facturas contra prov.txt y
      *          ordenes.txt, ordenes contra consorcios, prov.txt y
      *          cpr.txt, unidades (uf.txt) y cuentas (cuentas.txt)
      *          de consorcios pasados a historico.txt o
      *          inexistentes, expensas y pagos de CUITs
      *          desconocidos, ordenes de pago contra facturas.txt y
      *          reclamos contra uf.txt. Un consorcio es conocido si
      *          figura en maestro.txt o en historico.txt. Graba los
      *          huerfanos en huerfanos.txt y los lista agrupados por
      *          regla con su cantidad; cada regla violada se informa
      *          a la bitacora con severidad E para que la muestre
      *          RESOPER. Corre al final de la cadena nocturna. La
      *          orden de cada factura y la factura de cada orden de
      *          pago se buscan por clave en ordenes_indexed.txt y
      *          facturas_indexed.txt.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAE   ASSIGN TO "maestro.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MAE.
           SELECT OPTIONAL HIST
                        ASSIGN TO "historico.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-HIST.
           SELECT PROV  ASSIGN TO "prov.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PROV.
           SELECT CPR   ASSIGN TO "cpr.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CPR.
           SELECT FAC   ASSIGN TO "facturas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-FAC.
           SELECT ORT   ASSIGN TO "ordenes.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ORT.
           SELECT FAC-INDEX ASSIGN TO "facturas_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        RECORD KEY IS FAC-INDEX-CLAVE
                        FILE STATUS IS FS-FAC-INDEX.
           SELECT ORT-INDEX ASSIGN TO "ordenes_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
                        RECORD KEY IS OT-INDEX-NUMERO
                        ALTERNATE RECORD KEY IS
                            OT-INDEX-CUIT-CONS WITH DUPLICATES
                        FILE STATUS IS FS-ORT-INDEX.
           SELECT UF    ASSIGN TO "uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-UF.
           SELECT CTAS  ASSIGN TO "cuentas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CTAS.
           SELECT EXP   ASSIGN TO "expensas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXP.
           SELECT PAG   ASSIGN TO "pagos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PAG.
           SELECT ORP   ASSIGN TO "ordenes-pago.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ORP.
           SELECT OPTIONAL REC
                        ASSIGN TO "reclamos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-REC.
           SELECT HUE   ASSIGN TO "huerfanos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-HUE.

       DATA DIVISION.
       FILE SECTION.

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

       FD  HIST.
       01  REG-HIST.
           03 HIST-CUIT-CONS PIC 9(15).
           03 HIST-FECHA-ALTA PIC 9(8).
           03 HIST-FECHA-BAJA PIC 9(8).
           03 HIST-NOMBRE-CONSORCIO PIC X(30).
           03 HIST-TEL PIC X(15).
           03 HIST-DIR PIC X(30).
           03 HIST-CTA PIC 9(8).
           03 HIST-ENTIDAD PIC 9(3).
           03 HIST-COD-ADMIN PIC 9(4).

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

       FD  CPR.
       01  REG-CPR.
           03 CPR-CUIT-CONS PIC 9(15).
           03 CPR-COD-PROV PIC 9(8).
           03 CPR-FECHA-ALTA.
               05 CPR-ANIO PIC 9(4).
               05 CPR-MES PIC 9(2).
               05 CPR-DIA PIC 9(2).

       FD  FAC.
       01  REG-FAC.
           03 FAC-COD-PROV PIC 9(8).
           03 FAC-NUMERO PIC 9(8).
           03 FAC-FECHA-EMISION PIC 9(8).
           03 FAC-FECHA-VENCIMIENTO PIC 9(8).
           03 FAC-IMPORTE PIC 9(9)V99.
           03 FAC-ESTADO PIC 9(1).
           03 FAC-FECHA-PAGO PIC 9(8).
           03 FAC-OT-NUMERO PIC 9(8).

       FD  ORT.
       01  REG-ORT.
           03 OT-NUMERO PIC 9(8).
           03 OT-CUIT-CONS PIC 9(15).
           03 OT-COD-PROV PIC 9(8).
           03 OT-RUBRO PIC 9(4).
           03 OT-FECHA-PEDIDO PIC 9(8).
           03 OT-FECHA-CIERRE PIC 9(8).
           03 OT-ESTADO PIC 9(1).

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

       FD  ORT-INDEX.
       01  REG-ORT-INDEX.
           03 OT-INDEX-NUMERO PIC 9(8).
           03 OT-INDEX-CUIT-CONS PIC 9(15).
           03 OT-INDEX-COD-PROV PIC 9(8).
           03 OT-INDEX-RUBRO PIC 9(4).
           03 OT-INDEX-FECHA-PEDIDO PIC 9(8).
           03 OT-INDEX-FECHA-CIERRE PIC 9(8).
           03 OT-INDEX-ESTADO PIC 9(1).

       FD  UF.
       01  REG-UF.
           03 UF-CUIT-CONS PIC 9(15).
           03 UF-NRO-UNIDAD PIC 9(4).
           03 UF-PROPIETARIO PIC X(30).
           03 UF-PORCENTUAL PIC 9(3)V99.

       FD  CTAS.
       01  REG-CTAS.
           03 CTAS-CUIT-CONS PIC 9(15).
           03 CTAS-NRO-CTA PIC 9(8).
           03 CTAS-FECHA-ALTA.
               05 CTAS-ANIO PIC 9(4).
               05 CTAS-MES PIC 9(2).
               05 CTAS-DIA PIC 9(2).
           03 CTAS-ENTIDAD PIC 9(3).
           03 CTAS-SUCURSAL PIC 9(3).
           03 CTAS-PRINCIPAL PIC X(1).

       FD  EXP.
       01  REG-EXP.
           03 EXP-CUIT-CONS    PIC 9(15).
           03 EXP-PERIODO      PIC 9(6).
           03 EXP-IMPORTE      PIC 9(9)V99.
           03 EXP-VENCIMIENTO  PIC 9(8).

       FD  PAG.
       01  REG-PAG.
           03 PAG-CUIT-CONS    PIC 9(15).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC S9(9)V99.
           03 PAG-NRO-UNIDAD   PIC 9(4).

       FD  ORP.
       01  REG-ORP.
           03 OP-NUMERO PIC 9(8).
           03 OP-FECHA PIC 9(8).
           03 OP-COD-PROV PIC 9(8).
           03 OP-FAC-NUMERO PIC 9(8).
           03 OP-IMPORTE PIC 9(9)V99.
           03 OP-ESTADO PIC 9(1).

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

      * Huerfanos de la corrida: regla violada, archivo y clave del
      * registro que la viola.
       FD  HUE.
       01  REG-HUE.
           03 HUE-FECHA PIC 9(8).
           03 HUE-REGLA PIC 9(2).
           03 HUE-ARCHIVO PIC X(16).
           03 HUE-CLAVE PIC X(60).

       WORKING-STORAGE SECTION.

       01  LINEA PIC X(106).

       77  FS-MAE PIC XX.
           88 OK-MAE VALUE "00".
           88 NO-MAE VALUE "23".
           88 EOF-MAE VALUE "10".
       77  FS-HIST PIC XX.
           88 OK-HIST VALUE "00".
           88 NO-HIST VALUE "23".
           88 EOF-HIST VALUE "10".
       77  FS-PROV PIC XX.
           88 OK-PROV VALUE "00".
           88 NO-PROV VALUE "23".
           88 EOF-PROV VALUE "10".
       77  FS-CPR PIC XX.
           88 OK-CPR VALUE "00".
           88 NO-CPR VALUE "23".
           88 EOF-CPR VALUE "10".
       77  FS-FAC PIC XX.
           88 OK-FAC VALUE "00".
           88 NO-FAC VALUE "23".
           88 EOF-FAC VALUE "10".
       77  FS-ORT PIC XX.
           88 OK-ORT VALUE "00".
           88 NO-ORT VALUE "23".
           88 EOF-ORT VALUE "10".
       77  FS-FAC-INDEX PIC XX.
           88 OK-FAC-INDEX VALUE "00".
           88 NO-FAC-INDEX VALUE "23".
           88 EOF-FAC-INDEX VALUE "10".
       77  FS-ORT-INDEX PIC XX.
           88 OK-ORT-INDEX VALUE "00".
           88 NO-ORT-INDEX VALUE "23".
           88 EOF-ORT-INDEX VALUE "10".
       77  FS-UF PIC XX.
           88 OK-UF VALUE "00".
           88 NO-UF VALUE "23".
           88 EOF-UF VALUE "10".
       77  FS-CTAS PIC XX.
           88 OK-CTAS VALUE "00".
           88 NO-CTAS VALUE "23".
           88 EOF-CTAS VALUE "10".
       77  FS-EXP PIC XX.
           88 OK-EXP VALUE "00".
           88 NO-EXP VALUE "23".
           88 EOF-EXP VALUE "10".
       77  FS-PAG PIC XX.
           88 OK-PAG VALUE "00".
           88 NO-PAG VALUE "23".
           88 EOF-PAG VALUE "10".
       77  FS-ORP PIC XX.
           88 OK-ORP VALUE "00".
           88 NO-ORP VALUE "23".
           88 EOF-ORP VALUE "10".
       77  FS-REC PIC XX.
           88 OK-REC VALUE "00".
           88 NO-REC VALUE "23".
           88 EOF-REC VALUE "10".
       77  FS-HUE PIC XX.
           88 OK-HUE VALUE "00".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-EN-MAESTRO PIC X(1) VALUE "N".
           88 EN-MAESTRO VALUE "S".
       01  SW-EN-HISTORICO PIC X(1) VALUE "N".
           88 EN-HISTORICO VALUE "S".
       01  SW-PROV-HALLADO PIC X(1) VALUE "N".
           88 PROV-HALLADO VALUE "S".
       01  SW-ASIGNADO PIC X(1) VALUE "N".
           88 PROV-ASIGNADO VALUE "S".
       01  SW-OT-HALLADA PIC X(1) VALUE "N".
           88 OT-HALLADA VALUE "S".
       01  SW-FAC-HALLADA PIC X(1) VALUE "N".
           88 FAC-HALLADA VALUE "S".
       01  SW-UF-HALLADA PIC X(1) VALUE "N".
           88 UF-HALLADA VALUE "S".

       01  FECHA-HOY PIC 9(8) VALUE 0.

      * Reglas de integridad: descripcion y cantidad de huerfanos.
       01  TABLA-REGLAS-VAL.
           03 FILLER PIC X(50)
              VALUE "cpr.txt: consorcio inexistente en maestro.txt".
           03 FILLER PIC X(50)
              VALUE "cpr.txt: proveedor inexistente en prov.txt".
           03 FILLER PIC X(50)
              VALUE "facturas.txt: proveedor inexistente en prov.txt".
           03 FILLER PIC X(50)
              VALUE "facturas.txt: orden inexistente en ordenes.txt".
           03 FILLER PIC X(50)
              VALUE "ordenes.txt: consorcio inexistente".
           03 FILLER PIC X(50)
              VALUE "ordenes.txt: proveedor inexistente en prov.txt".
           03 FILLER PIC X(50)
              VALUE "ordenes.txt: abierta con proveedor no asignado".
           03 FILLER PIC X(50)
              VALUE "uf.txt: unidad de consorcio pasado a historico".
           03 FILLER PIC X(50)
              VALUE "uf.txt: unidad de consorcio inexistente".
           03 FILLER PIC X(50)
              VALUE "cuentas.txt: cuenta de consorcio en historico".
           03 FILLER PIC X(50)
              VALUE "cuentas.txt: cuenta de consorcio inexistente".
           03 FILLER PIC X(50)
              VALUE "expensas.txt: consorcio inexistente".
           03 FILLER PIC X(50)
              VALUE "pagos.txt: consorcio inexistente".
           03 FILLER PIC X(50)
              VALUE "ordenes-pago.txt: factura inexistente".
           03 FILLER PIC X(50)
              VALUE "reclamos.txt: unidad inexistente en uf.txt".
       01  TABLA-REGLAS-RED REDEFINES TABLA-REGLAS-VAL.
           03 TAB-REGLA-DESCRIP PIC X(50) OCCURS 15 TIMES.
       01  CANT-REGLAS PIC 9(2) VALUE 15.
       01  TABLA-HUERFANOS.
           03 TAB-REGLA-CANT PIC 9(6) OCCURS 15 TIMES.
       01  REGLA PIC 9(2) VALUE 0.
       01  ARCHIVO-ACTUAL PIC X(16) VALUE SPACES.
       01  CLAVE-HUERFANO PIC X(60) VALUE SPACES.

       01  CUIT-BUSCADO PIC 9(15) VALUE 0.
       01  PROV-BUSCADO PIC 9(8) VALUE 0.
       01  OT-BUSCADA PIC 9(8) VALUE 0.
       01  FAC-BUSCADA PIC 9(8) VALUE 0.
       01  UNIDAD-BUSCADA PIC 9(4) VALUE 0.

       01  CANT-MAE PIC 9(4) VALUE 0.
       01  BUFFER-MAE.
           03 BUF-MAE-CUIT-CONS PIC 9(15) OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-MAE.
       01  POS-MAE PIC 9(4) VALUE 0.

       01  CANT-HIST PIC 9(4) VALUE 0.
       01  BUFFER-HIST.
           03 BUF-HIST-CUIT-CONS PIC 9(15) OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-HIST.
       01  POS-HIST PIC 9(4) VALUE 0.

       01  CANT-PROV PIC 9(4) VALUE 0.
       01  BUFFER-PROV.
           03 BUF-PROV-COD PIC 9(8) OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-PROV.
       01  POS-PROV PIC 9(4) VALUE 0.

       01  CANT-CPR PIC 9(4) VALUE 0.
       01  BUFFER-CPR.
           03 BUF-CPR OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-CPR.
              05 BUF-CPR-CUIT-CONS PIC 9(15).
              05 BUF-CPR-COD-PROV PIC 9(8).
       01  POS-CPR PIC 9(4) VALUE 0.

       01  SW-HAY-ORDENES PIC X(1) VALUE "N".
           88 HAY-ORDENES VALUE "S".
       01  SW-HAY-FACTURAS PIC X(1) VALUE "N".
           88 HAY-FACTURAS VALUE "S".

       01  CANT-UF PIC 9(4) VALUE 0.
       01  BUFFER-UF.
           03 BUF-UF OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-UF.
              05 BUF-UF-CUIT-CONS PIC 9(15).
              05 BUF-UF-NRO-UNIDAD PIC 9(4).
       01  POS-UF PIC 9(4) VALUE 0.

       01  CANT-LEIDOS PIC 9(7) VALUE 0.
       01  CANT-REGLAS-VIOLADAS PIC 9(2) VALUE 0.
       01  TOTAL-HUERFANOS PIC 9(7) VALUE 0.

      * Novedades a la bitacora central, ademas del DISPLAY.
       01  BTC-PROGRAMA PIC X(8) VALUE "INTEGRI".
       01  BTC-SEVERIDAD PIC X(1) VALUE "E".
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       01  REGLA-TITULO.
           03 FILLER PIC X(6) VALUE "REGLA ".
           03 REGTIT-REGLA PIC 99.
           03 FILLER PIC X(2) VALUE ": ".
           03 REGTIT-DESCRIP PIC X(50).
           03 FILLER PIC X(46) VALUE SPACES.

       01  HUERFANO-LINEA.
           03 FILLER PIC X(4) VALUE SPACES.
           03 HUELIN-ARCHIVO PIC X(16).
           03 FILLER PIC X(2) VALUE SPACES.
           03 HUELIN-CLAVE PIC X(60).
           03 FILLER PIC X(24) VALUE SPACES.

       01  REGLA-TOTAL.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FILLER PIC X(22) VALUE "REGISTROS HUERFANOS : ".
           03 REGTOT-CANT PIC ZZZZZ9.
           03 FILLER PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF ERROR-APERTURA
               DISPLAY "INTEGRI: abortando, error de apertura de "
                   "archivos"
               MOVE "integridad sin controlar, error de apertura"
                   TO BTC-DETALLE
               PERFORM GRABAR-BITACORA
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CONTROLAR-CPR
               PERFORM CONTROLAR-FACTURAS
               PERFORM CONTROLAR-ORDENES
               PERFORM CONTROLAR-UNIDADES
               PERFORM CONTROLAR-CUENTAS
               PERFORM CONTROLAR-EXPENSAS
               PERFORM CONTROLAR-PAGOS
               PERFORM CONTROLAR-ORDENES-PAGO
               PERFORM CONTROLAR-RECLAMOS
               CLOSE HUE
               IF HAY-ORDENES
                   CLOSE ORT-INDEX
               END-IF
               IF HAY-FACTURAS
                   CLOSE FAC-INDEX
               END-IF
               PERFORM IMPRIMIR-REGLAS
               PERFORM IMPR-RESUMEN
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 1 TO REGLA.
           PERFORM LIMPIAR-REGLA UNTIL REGLA > CANT-REGLAS.
           PERFORM CARGAR-MAESTRO.
           PERFORM CARGAR-HISTORICO.
           PERFORM CARGAR-PROVEEDORES.
           PERFORM CARGAR-ASIGNACIONES.
           PERFORM ABRIR-ORDENES.
           PERFORM ABRIR-FACTURAS.
           PERFORM CARGAR-UNIDADES.
           IF NOT ERROR-APERTURA
               OPEN OUTPUT HUE
               IF FS-HUE NOT = "00"
                   DISPLAY "Error en open huerfanos FS: " FS-HUE
                   MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LIMPIAR-REGLA.
           MOVE 0 TO TAB-REGLA-CANT(REGLA).
           ADD 1 TO REGLA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Tablas de claves de los archivos referenciados. maestro.txt
      * y prov.txt son imprescindibles; sin ellos no hay control.
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
               DISPLAY 'ERROR AL LEER MAESTRO FS: ' FS-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-MAE.
           IF CANT-MAE < 9999
               ADD 1 TO CANT-MAE
               MOVE MAE-CUIT-CONS TO BUF-MAE-CUIT-CONS(CANT-MAE)
           ELSE
               DISPLAY "ERROR: maestro.txt supera los 9999 "
                   "consorcios, se aborta para no informar huerfanos "
                   "falsos"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-HISTORICO.
           OPEN INPUT HIST.
           IF FS-HIST EQUAL "00"
               PERFORM LEER-HIST
               PERFORM LLENAR-BUFFER-HIST
                   UNTIL EOF-HIST OR ERROR-APERTURA
               CLOSE HIST
           ELSE
               IF FS-HIST = "05"
                   CLOSE HIST.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-HIST.
           READ HIST
               AT END MOVE "10" TO FS-HIST.
           IF FS-HIST NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER HISTORICO FS: ' FS-HIST.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-HIST.
           IF CANT-HIST < 9999
               ADD 1 TO CANT-HIST
               MOVE HIST-CUIT-CONS TO BUF-HIST-CUIT-CONS(CANT-HIST)
           ELSE
               DISPLAY "ERROR: historico.txt supera los 9999 "
                   "consorcios, se aborta para no informar huerfanos "
                   "falsos"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-HIST.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PROVEEDORES.
           OPEN INPUT PROV.
           IF FS-PROV EQUAL "00"
               PERFORM LEER-PROV
               PERFORM LLENAR-BUFFER-PROV
                   UNTIL EOF-PROV OR ERROR-APERTURA
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
       LLENAR-BUFFER-PROV.
           IF CANT-PROV < 9999
               ADD 1 TO CANT-PROV
               MOVE PRO-COD-PROV TO BUF-PROV-COD(CANT-PROV)
           ELSE
               DISPLAY "ERROR: prov.txt supera los 9999 proveedores, "
                   "se aborta para no informar huerfanos falsos"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-PROV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-ASIGNACIONES.
           OPEN INPUT CPR.
           IF FS-CPR EQUAL "00"
               PERFORM LEER-CPR
               PERFORM LLENAR-BUFFER-CPR
                   UNTIL EOF-CPR OR ERROR-APERTURA
               CLOSE CPR
           ELSE
               DISPLAY "ADVERTENCIA: cpr.txt inexistente o ilegible "
                   "(FS: " FS-CPR "), no se controlan asignaciones".
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
               DISPLAY "ERROR: cpr.txt supera las 9999 asignaciones, "
                   "se aborta para no informar huerfanos falsos"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-CPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABRIR-ORDENES.
           OPEN INPUT ORT-INDEX.
           IF FS-ORT-INDEX EQUAL "00"
               MOVE "S" TO SW-HAY-ORDENES
           ELSE
               DISPLAY "ADVERTENCIA: ordenes_indexed.txt inexistente "
                   "o ilegible (FS: " FS-ORT-INDEX "), las facturas "
                   "con orden figuran como huerfanas".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-ORT.
           READ ORT
               AT END MOVE "10" TO FS-ORT.
           IF FS-ORT NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER ORDENES FS: ' FS-ORT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABRIR-FACTURAS.
           OPEN INPUT FAC-INDEX.
           IF FS-FAC-INDEX EQUAL "00"
               MOVE "S" TO SW-HAY-FACTURAS
           ELSE
               DISPLAY "ADVERTENCIA: facturas_indexed.txt inexistente "
                   "o ilegible (FS: " FS-FAC-INDEX "), las ordenes "
                   "de pago figuran como huerfanas".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-FAC.
           READ FAC
               AT END MOVE "10" TO FS-FAC.
           IF FS-FAC NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER FACTURAS FS: ' FS-FAC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-UNIDADES.
           OPEN INPUT UF.
           IF FS-UF EQUAL "00"
               PERFORM LEER-UF
               PERFORM LLENAR-BUFFER-UF
                   UNTIL EOF-UF OR ERROR-APERTURA
               CLOSE UF
           ELSE
               DISPLAY "ADVERTENCIA: uf.txt inexistente o ilegible "
                   "(FS: " FS-UF "), no se controlan unidades".
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
               DISPLAY "ERROR: uf.txt supera las 9999 unidades, se "
                   "aborta para no informar huerfanos falsos"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Reglas 1 y 2: cada asignacion de cpr.txt con su consorcio
      * activo y su proveedor.
      *>-----------------------------------------------------------*
       CONTROLAR-CPR.
           MOVE "cpr.txt" TO ARCHIVO-ACTUAL.
           MOVE 1 TO POS-CPR.
           PERFORM CONTROLAR-CPR-PASO UNTIL POS-CPR > CANT-CPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-CPR-PASO.
           ADD 1 TO CANT-LEIDOS.
           MOVE BUF-CPR-CUIT-CONS(POS-CPR) TO CUIT-BUSCADO.
           PERFORM BUSCAR-MAESTRO.
           MOVE SPACES TO CLAVE-HUERFANO.
           STRING "CUIT " BUF-CPR-CUIT-CONS(POS-CPR)
               " PROV " BUF-CPR-COD-PROV(POS-CPR)
               DELIMITED BY SIZE INTO CLAVE-HUERFANO.
           IF NOT EN-MAESTRO
               MOVE 1 TO REGLA
               PERFORM REGISTRAR-HUERFANO.
           MOVE BUF-CPR-COD-PROV(POS-CPR) TO PROV-BUSCADO.
           PERFORM BUSCAR-PROVEEDOR.
           IF NOT PROV-HALLADO
               MOVE 2 TO REGLA
               PERFORM REGISTRAR-HUERFANO.
           ADD 1 TO POS-CPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Reglas 3 y 4: proveedor y orden de trabajo de cada factura.
      *>-----------------------------------------------------------*
       CONTROLAR-FACTURAS.
           MOVE "facturas.txt" TO ARCHIVO-ACTUAL.
           OPEN INPUT FAC.
           IF FS-FAC EQUAL "00"
               PERFORM LEER-FAC
               PERFORM CONTROLAR-FACTURA-PASO UNTIL EOF-FAC
               CLOSE FAC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-FACTURA-PASO.
           ADD 1 TO CANT-LEIDOS.
           MOVE SPACES TO CLAVE-HUERFANO.
           STRING "PROV " FAC-COD-PROV " FACTURA " FAC-NUMERO
               " OT " FAC-OT-NUMERO
               DELIMITED BY SIZE INTO CLAVE-HUERFANO.
           MOVE FAC-COD-PROV TO PROV-BUSCADO.
           PERFORM BUSCAR-PROVEEDOR.
           IF NOT PROV-HALLADO
               MOVE 3 TO REGLA
               PERFORM REGISTRAR-HUERFANO.
           IF FAC-OT-NUMERO NOT = ZERO
               MOVE FAC-OT-NUMERO TO OT-BUSCADA
               PERFORM BUSCAR-ORDEN
               IF NOT OT-HALLADA
                   MOVE 4 TO REGLA
                   PERFORM REGISTRAR-HUERFANO.
           PERFORM LEER-FAC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Reglas 5 a 7: consorcio y proveedor de cada orden; la
      * asignacion en cpr.txt se exige solo a las ordenes abiertas,
      * ya que una orden cerrada sobrevive a la baja de la
      * asignacion.
      *>-----------------------------------------------------------*
       CONTROLAR-ORDENES.
           MOVE "ordenes.txt" TO ARCHIVO-ACTUAL.
           OPEN INPUT ORT.
           IF FS-ORT EQUAL "00"
               PERFORM LEER-ORT
               PERFORM CONTROLAR-ORDEN-PASO UNTIL EOF-ORT
               CLOSE ORT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-ORDEN-PASO.
           ADD 1 TO CANT-LEIDOS.
           MOVE SPACES TO CLAVE-HUERFANO.
           STRING "OT " OT-NUMERO " CUIT " OT-CUIT-CONS
               " PROV " OT-COD-PROV
               DELIMITED BY SIZE INTO CLAVE-HUERFANO.
           MOVE OT-CUIT-CONS TO CUIT-BUSCADO.
           PERFORM BUSCAR-CONSORCIO.
           IF NOT EN-MAESTRO AND NOT EN-HISTORICO
               MOVE 5 TO REGLA
               PERFORM REGISTRAR-HUERFANO.
           MOVE OT-COD-PROV TO PROV-BUSCADO.
           PERFORM BUSCAR-PROVEEDOR.
           IF NOT PROV-HALLADO
               MOVE 6 TO REGLA
               PERFORM REGISTRAR-HUERFANO.
           IF OT-ESTADO = 1
               PERFORM BUSCAR-ASIGNACION
               IF NOT PROV-ASIGNADO
                   MOVE 7 TO REGLA
                   PERFORM REGISTRAR-HUERFANO.
           PERFORM LEER-ORT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Reglas 8 y 9: unidades de consorcios dados de baja o
      * inexistentes.
      *>-----------------------------------------------------------*
       CONTROLAR-UNIDADES.
           MOVE "uf.txt" TO ARCHIVO-ACTUAL.
           MOVE 1 TO POS-UF.
           PERFORM CONTROLAR-UNIDAD-PASO UNTIL POS-UF > CANT-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-UNIDAD-PASO.
           ADD 1 TO CANT-LEIDOS.
           MOVE SPACES TO CLAVE-HUERFANO.
           STRING "CUIT " BUF-UF-CUIT-CONS(POS-UF)
               " UNIDAD " BUF-UF-NRO-UNIDAD(POS-UF)
               DELIMITED BY SIZE INTO CLAVE-HUERFANO.
           MOVE BUF-UF-CUIT-CONS(POS-UF) TO CUIT-BUSCADO.
           PERFORM BUSCAR-CONSORCIO.
           IF NOT EN-MAESTRO
               IF EN-HISTORICO
                   MOVE 8 TO REGLA
               ELSE
                   MOVE 9 TO REGLA
               END-IF
               PERFORM REGISTRAR-HUERFANO.
           ADD 1 TO POS-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Reglas 10 y 11: cuentas de consorcios dados de baja o
      * inexistentes.
      *>-----------------------------------------------------------*
       CONTROLAR-CUENTAS.
           MOVE "cuentas.txt" TO ARCHIVO-ACTUAL.
           OPEN INPUT CTAS.
           IF FS-CTAS EQUAL "00"
               PERFORM LEER-CTAS
               PERFORM CONTROLAR-CUENTA-PASO UNTIL EOF-CTAS
               CLOSE CTAS
           ELSE
               DISPLAY "ADVERTENCIA: cuentas.txt inexistente o "
                   "ilegible (FS: " FS-CTAS "), no se controlan "
                   "cuentas".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-CTAS.
           READ CTAS
               AT END MOVE "10" TO FS-CTAS.
           IF FS-CTAS NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER CUENTAS FS: ' FS-CTAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-CUENTA-PASO.
           ADD 1 TO CANT-LEIDOS.
           MOVE SPACES TO CLAVE-HUERFANO.
           STRING "CUIT " CTAS-CUIT-CONS " CUENTA " CTAS-NRO-CTA
               DELIMITED BY SIZE INTO CLAVE-HUERFANO.
           MOVE CTAS-CUIT-CONS TO CUIT-BUSCADO.
           PERFORM BUSCAR-CONSORCIO.
           IF NOT EN-MAESTRO
               IF EN-HISTORICO
                   MOVE 10 TO REGLA
               ELSE
                   MOVE 11 TO REGLA
               END-IF
               PERFORM REGISTRAR-HUERFANO.
           PERFORM LEER-CTAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Regla 12: expensas de CUITs desconocidos.
      *>-----------------------------------------------------------*
       CONTROLAR-EXPENSAS.
           MOVE "expensas.txt" TO ARCHIVO-ACTUAL.
           OPEN INPUT EXP.
           IF FS-EXP EQUAL "00"
               PERFORM LEER-EXP
               PERFORM CONTROLAR-EXPENSA-PASO UNTIL EOF-EXP
               CLOSE EXP
           ELSE
               DISPLAY "ADVERTENCIA: expensas.txt inexistente o "
                   "ilegible (FS: " FS-EXP "), no se controlan "
                   "expensas".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-EXP.
           READ EXP
               AT END MOVE "10" TO FS-EXP.
           IF FS-EXP NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER EXPENSAS FS: ' FS-EXP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-EXPENSA-PASO.
           ADD 1 TO CANT-LEIDOS.
           MOVE EXP-CUIT-CONS TO CUIT-BUSCADO.
           PERFORM BUSCAR-CONSORCIO.
           IF NOT EN-MAESTRO AND NOT EN-HISTORICO
               MOVE SPACES TO CLAVE-HUERFANO
               STRING "CUIT " EXP-CUIT-CONS " PERIODO " EXP-PERIODO
                   DELIMITED BY SIZE INTO CLAVE-HUERFANO
               MOVE 12 TO REGLA
               PERFORM REGISTRAR-HUERFANO.
           PERFORM LEER-EXP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Regla 13: pagos de CUITs desconocidos.
      *>-----------------------------------------------------------*
       CONTROLAR-PAGOS.
           MOVE "pagos.txt" TO ARCHIVO-ACTUAL.
           OPEN INPUT PAG.
           IF FS-PAG EQUAL "00"
               PERFORM LEER-PAG
               PERFORM CONTROLAR-PAGO-PASO UNTIL EOF-PAG
               CLOSE PAG
           ELSE
               DISPLAY "ADVERTENCIA: pagos.txt inexistente o "
                   "ilegible (FS: " FS-PAG "), no se controlan "
                   "pagos".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PAG.
           READ PAG
               AT END MOVE "10" TO FS-PAG.
           IF FS-PAG NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PAGOS FS: ' FS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-PAGO-PASO.
           ADD 1 TO CANT-LEIDOS.
           MOVE PAG-CUIT-CONS TO CUIT-BUSCADO.
           PERFORM BUSCAR-CONSORCIO.
           IF NOT EN-MAESTRO AND NOT EN-HISTORICO
               MOVE SPACES TO CLAVE-HUERFANO
               STRING "CUIT " PAG-CUIT-CONS " FECHA " PAG-FECHA
                   DELIMITED BY SIZE INTO CLAVE-HUERFANO
               MOVE 13 TO REGLA
               PERFORM REGISTRAR-HUERFANO.
           PERFORM LEER-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Regla 14: factura de cada orden de pago.
      *>-----------------------------------------------------------*
       CONTROLAR-ORDENES-PAGO.
           MOVE "ordenes-pago.txt" TO ARCHIVO-ACTUAL.
           OPEN INPUT ORP.
           IF FS-ORP EQUAL "00"
               PERFORM LEER-ORP
               PERFORM CONTROLAR-ORDEN-PAGO-PASO UNTIL EOF-ORP
               CLOSE ORP
           ELSE
               DISPLAY "ADVERTENCIA: ordenes-pago.txt inexistente o "
                   "ilegible (FS: " FS-ORP "), no se controlan "
                   "ordenes de pago".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-ORP.
           READ ORP
               AT END MOVE "10" TO FS-ORP.
           IF FS-ORP NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER ORDENES DE PAGO FS: ' FS-ORP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-ORDEN-PAGO-PASO.
           ADD 1 TO CANT-LEIDOS.
           MOVE OP-COD-PROV TO PROV-BUSCADO.
           MOVE OP-FAC-NUMERO TO FAC-BUSCADA.
           PERFORM BUSCAR-FACTURA.
           IF NOT FAC-HALLADA
               MOVE SPACES TO CLAVE-HUERFANO
               STRING "OP " OP-NUMERO " PROV " OP-COD-PROV
                   " FACTURA " OP-FAC-NUMERO
                   DELIMITED BY SIZE INTO CLAVE-HUERFANO
               MOVE 14 TO REGLA
               PERFORM REGISTRAR-HUERFANO.
           PERFORM LEER-ORP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Regla 15: unidad de cada reclamo todavia abierto.
      *>-----------------------------------------------------------*
       CONTROLAR-RECLAMOS.
           MOVE "reclamos.txt" TO ARCHIVO-ACTUAL.
           OPEN INPUT REC.
           IF FS-REC EQUAL "00"
               PERFORM LEER-REC
               PERFORM CONTROLAR-RECLAMO-PASO UNTIL EOF-REC
               CLOSE REC
           ELSE
               IF FS-REC = "05"
                   CLOSE REC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-REC.
           READ REC
               AT END MOVE "10" TO FS-REC.
           IF FS-REC NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER RECLAMOS FS: ' FS-REC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-RECLAMO-PASO.
           ADD 1 TO CANT-LEIDOS.
           IF REC-ESTADO = 1 OR 2
               MOVE REC-CUIT-CONS TO CUIT-BUSCADO
               MOVE REC-NRO-UNIDAD TO UNIDAD-BUSCADA
               PERFORM BUSCAR-UNIDAD
               IF NOT UF-HALLADA
                   MOVE SPACES TO CLAVE-HUERFANO
                   STRING "RECLAMO " REC-NUMERO " CUIT " REC-CUIT-CONS
                       " UF " REC-NRO-UNIDAD
                       DELIMITED BY SIZE INTO CLAVE-HUERFANO
                   MOVE 15 TO REGLA
                   PERFORM REGISTRAR-HUERFANO.
           PERFORM LEER-REC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       REGISTRAR-HUERFANO.
           ADD 1 TO TAB-REGLA-CANT(REGLA).
           ADD 1 TO TOTAL-HUERFANOS.
           MOVE FECHA-HOY TO HUE-FECHA.
           MOVE REGLA TO HUE-REGLA.
           MOVE ARCHIVO-ACTUAL TO HUE-ARCHIVO.
           MOVE CLAVE-HUERFANO TO HUE-CLAVE.
           WRITE REG-HUE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CONSORCIO.
           PERFORM BUSCAR-MAESTRO.
           MOVE "N" TO SW-EN-HISTORICO.
           MOVE 1 TO POS-HIST.
           PERFORM BUSCAR-HISTORICO-PASO
               UNTIL POS-HIST > CANT-HIST OR EN-HISTORICO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-MAESTRO.
           MOVE "N" TO SW-EN-MAESTRO.
           MOVE 1 TO POS-MAE.
           PERFORM BUSCAR-MAESTRO-PASO
               UNTIL POS-MAE > CANT-MAE OR EN-MAESTRO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-MAESTRO-PASO.
           IF BUF-MAE-CUIT-CONS(POS-MAE) = CUIT-BUSCADO
               MOVE "S" TO SW-EN-MAESTRO
           ELSE
               ADD 1 TO POS-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-HISTORICO-PASO.
           IF BUF-HIST-CUIT-CONS(POS-HIST) = CUIT-BUSCADO
               MOVE "S" TO SW-EN-HISTORICO
           ELSE
               ADD 1 TO POS-HIST.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PROVEEDOR.
           MOVE "N" TO SW-PROV-HALLADO.
           MOVE 1 TO POS-PROV.
           PERFORM BUSCAR-PROVEEDOR-PASO
               UNTIL POS-PROV > CANT-PROV OR PROV-HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PROVEEDOR-PASO.
           IF BUF-PROV-COD(POS-PROV) = PROV-BUSCADO
               MOVE "S" TO SW-PROV-HALLADO
           ELSE
               ADD 1 TO POS-PROV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-ASIGNACION.
           MOVE "N" TO SW-ASIGNADO.
           MOVE 1 TO POS-CPR.
           PERFORM BUSCAR-ASIGNACION-PASO
               UNTIL POS-CPR > CANT-CPR OR PROV-ASIGNADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-ASIGNACION-PASO.
           IF BUF-CPR-CUIT-CONS(POS-CPR) = OT-CUIT-CONS
               AND BUF-CPR-COD-PROV(POS-CPR) = OT-COD-PROV
               MOVE "S" TO SW-ASIGNADO
           ELSE
               ADD 1 TO POS-CPR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-ORDEN.
           MOVE "N" TO SW-OT-HALLADA.
           IF HAY-ORDENES
               MOVE OT-BUSCADA TO OT-INDEX-NUMERO
               READ ORT-INDEX RECORD
                   INVALID KEY MOVE "23" TO FS-ORT-INDEX
               END-READ
               IF OK-ORT-INDEX
                   MOVE "S" TO SW-OT-HALLADA
               ELSE
                   IF NOT NO-ORT-INDEX
                       DISPLAY "ERROR AL LEER ORDENES INDEXADO FS: "
                           FS-ORT-INDEX
                   END-IF
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-FACTURA.
           MOVE "N" TO SW-FAC-HALLADA.
           IF HAY-FACTURAS
               MOVE PROV-BUSCADO TO FAC-INDEX-COD-PROV
               MOVE FAC-BUSCADA TO FAC-INDEX-NUMERO
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
       BUSCAR-UNIDAD.
           MOVE "N" TO SW-UF-HALLADA.
           MOVE 1 TO POS-UF.
           PERFORM BUSCAR-UNIDAD-PASO
               UNTIL POS-UF > CANT-UF OR UF-HALLADA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-UNIDAD-PASO.
           IF BUF-UF-CUIT-CONS(POS-UF) = CUIT-BUSCADO
               AND BUF-UF-NRO-UNIDAD(POS-UF) = UNIDAD-BUSCADA
               MOVE "S" TO SW-UF-HALLADA
           ELSE
               ADD 1 TO POS-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Listado por regla: se relee huerfanos.txt, que quedo grabado
      * en el orden de los controles, una regla por vez.
      *>-----------------------------------------------------------*
       IMPRIMIR-REGLAS.
           DISPLAY "CONTROL DE INTEGRIDAD REFERENCIAL DEL " FECHA-HOY.
           MOVE 1 TO REGLA.
           PERFORM IMPRIMIR-REGLA UNTIL REGLA > CANT-REGLAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPRIMIR-REGLA.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           MOVE REGLA TO REGTIT-REGLA.
           MOVE TAB-REGLA-DESCRIP(REGLA) TO REGTIT-DESCRIP.
           MOVE REGLA-TITULO TO LINEA.
           DISPLAY LINEA.
           IF TAB-REGLA-CANT(REGLA) > 0
               ADD 1 TO CANT-REGLAS-VIOLADAS
               PERFORM LISTAR-HUERFANOS-REGLA
               MOVE "E" TO BTC-SEVERIDAD
               MOVE SPACES TO BTC-DETALLE
               STRING "regla " REGLA " " DELIMITED BY SIZE
                   TAB-REGLA-DESCRIP(REGLA) DELIMITED BY "  "
                   ", huerfanos: " TAB-REGLA-CANT(REGLA)
                   DELIMITED BY SIZE INTO BTC-DETALLE
               PERFORM GRABAR-BITACORA.
           MOVE TAB-REGLA-CANT(REGLA) TO REGTOT-CANT.
           MOVE REGLA-TOTAL TO LINEA.
           DISPLAY LINEA.
           ADD 1 TO REGLA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LISTAR-HUERFANOS-REGLA.
           OPEN INPUT HUE.
           IF FS-HUE NOT = "00"
               DISPLAY "Error en open huerfanos FS: " FS-HUE
           ELSE
               PERFORM LEER-HUE
               PERFORM LISTAR-HUERFANO-PASO UNTIL FS-HUE NOT = "00"
               CLOSE HUE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-HUE.
           READ HUE AT END MOVE "10" TO FS-HUE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LISTAR-HUERFANO-PASO.
           IF HUE-REGLA = REGLA
               MOVE HUE-ARCHIVO TO HUELIN-ARCHIVO
               MOVE HUE-CLAVE TO HUELIN-CLAVE
               MOVE HUERFANO-LINEA TO LINEA
               DISPLAY LINEA.
           PERFORM LEER-HUE.
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
           DISPLAY "Registros controlados     : " CANT-LEIDOS.
           DISPLAY "Reglas controladas        : " CANT-REGLAS.
           DISPLAY "Reglas violadas           : " CANT-REGLAS-VIOLADAS.
           DISPLAY "Registros huerfanos       : " TOTAL-HUERFANOS.

       END PROGRAM INTEGRI.
