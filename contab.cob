      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Interfaz contable. Genera por consorcio los asientos
      *          del libro diario (partida doble, debe = haber) del
      *          periodo de periodo.txt a partir de las expensas
      *          emitidas (expensas.txt), la cobranza (pagos.txt,
      *          los pagos negativos revierten el asiento), las
      *          facturas de proveedores (facturas.txt, consorcio por
      *          su orden de trabajo leida por clave en
      *          ordenes_indexed.txt), las ordenes de pago
      *          confirmadas por CONFPAGO (ordenes-pago.txt, con las
      *          retenciones firmes de retenciones.txt, la factura
      *          de cada orden leida por clave en
      *          facturas_indexed.txt) y las notas de credito y
      *          debito de AJUSTES (ajustes.txt). Cada
      *          concepto se imputa a la cuenta que indica el plan de
      *          cuentas (plan-cuentas.txt); el gasto de una factura
      *          va a la cuenta del rubro de la orden (GRnnnn) o a la
      *          general (GASTOS). Graba el diario en
      *          diario-AAAAMM.txt, numerado por consorcio, y el
      *          balance de sumas y saldos en balance-AAAAMM.txt.
      *          Los movimientos sin cuenta o sin consorcio no se
      *          asientan: se graban en sin-cuenta-AAAAMM.txt con el
      *          motivo y se avisan a la bitacora.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PER   ASSIGN TO "periodo.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PER.
           SELECT CTA   ASSIGN TO "plan-cuentas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CTA.
           SELECT EXP   ASSIGN TO "expensas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXP.
           SELECT PAG   ASSIGN TO "pagos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PAG.
           SELECT FAC   ASSIGN TO "facturas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-FAC.
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
           SELECT ORP   ASSIGN TO "ordenes-pago.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ORP.
           SELECT OPTIONAL RET
                        ASSIGN TO "retenciones.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-RET.
           SELECT OPTIONAL AJU
                        ASSIGN TO "ajustes.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-AJU.
           SELECT MOV-SC ASSIGN TO "contab-mov-sc.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MOV-SC.
           SELECT WRK-MOV ASSIGN TO "wrk-contab.txt"
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS FS-WRK-MOV.
           SELECT MOV   ASSIGN TO "contab-mov.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MOV.
           SELECT DIA   ASSIGN USING NOMBRE-ARCH-DIA
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-DIA.
           SELECT BAL   ASSIGN USING NOMBRE-ARCH-BAL
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-BAL.
           SELECT PEN   ASSIGN USING NOMBRE-ARCH-PEN
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PEN.

       DATA DIVISION.
       FILE SECTION.

       FD  PER.
       01  REG-PER.
           03 PER-PERIODO      PIC 9(6).
           03 PER-VENCIMIENTO  PIC 9(8).

      * Plan de cuentas: concepto contable del sistema y cuenta a la
      * que se imputa.
       FD  CTA.
       01  REG-CTA.
           03 CTA-CONCEPTO PIC X(6).
           03 CTA-CUENTA PIC 9(6).
           03 CTA-NOMBRE PIC X(30).

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

       FD  ORP.
       01  REG-ORP.
           03 OP-NUMERO PIC 9(8).
           03 OP-FECHA PIC 9(8).
           03 OP-COD-PROV PIC 9(8).
           03 OP-FAC-NUMERO PIC 9(8).
           03 OP-IMPORTE PIC 9(9)V99.
           03 OP-ESTADO PIC 9(1).

       FD  RET.
       01  REG-RET.
           03 RET-NRO-CERT PIC 9(8).
           03 RET-OP-NUMERO PIC 9(8).
           03 RET-FECHA PIC 9(8).
           03 RET-COD-PROV PIC 9(8).
           03 RET-CUIT-PROV PIC 9(11).
           03 RET-REGIMEN PIC X(4).
           03 RET-BASE PIC 9(9)V99.
           03 RET-ALICUOTA PIC 9(2)V99.
           03 RET-IMPORTE PIC 9(9)V99.
           03 RET-ESTADO PIC 9(1).
           03 RET-FECHA-FIRME PIC 9(8).

       FD  AJU.
       01  REG-AJU.
           03 AJU-FECHA PIC 9(8).
           03 AJU-TIPO PIC X(1).
           03 AJU-CUIT-CONS PIC 9(15).
           03 AJU-PERIODO PIC 9(6).
           03 AJU-IMPORTE PIC 9(9)V99.
           03 AJU-DETALLE PIC X(30).

      * Renglones de asiento sin ordenar, con numero de asiento
      * correlativo de la corrida.
       FD  MOV-SC.
       01  REG-MOV-SC.
           03 MSC-CUIT-CONS PIC 9(15).
           03 MSC-FECHA PIC 9(8).
           03 MSC-NRO-ASIENTO PIC 9(6).
           03 MSC-RENGLON PIC 9(2).
           03 MSC-CUENTA PIC 9(6).
           03 MSC-NOMBRE-CUENTA PIC X(30).
           03 MSC-DEBE PIC 9(9)V99.
           03 MSC-HABER PIC 9(9)V99.
           03 MSC-ORIGEN PIC X(4).
           03 MSC-REFERENCIA PIC 9(8).
           03 MSC-LEYENDA PIC X(30).

       SD  WRK-MOV.
       01  REG-WRK-MOV.
           03 WRK-MOV-CUIT-CONS PIC 9(15).
           03 WRK-MOV-FECHA PIC 9(8).
           03 WRK-MOV-NRO-ASIENTO PIC 9(6).
           03 WRK-MOV-RENGLON PIC 9(2).
           03 WRK-MOV-RESTO PIC X(100).

       FD  MOV.
       01  REG-MOV.
           03 MOV-CUIT-CONS PIC 9(15).
           03 MOV-FECHA PIC 9(8).
           03 MOV-NRO-ASIENTO PIC 9(6).
           03 MOV-RENGLON PIC 9(2).
           03 MOV-CUENTA PIC 9(6).
           03 MOV-NOMBRE-CUENTA PIC X(30).
           03 MOV-DEBE PIC 9(9)V99.
           03 MOV-HABER PIC 9(9)V99.
           03 MOV-ORIGEN PIC X(4).
           03 MOV-REFERENCIA PIC 9(8).
           03 MOV-LEYENDA PIC X(30).

      * Libro diario exportado: asientos numerados por consorcio.
       FD  DIA.
       01  REG-DIA.
           03 DIA-CUIT-CONS PIC 9(15).
           03 DIA-FECHA PIC 9(8).
           03 DIA-NRO-ASIENTO PIC 9(6).
           03 DIA-RENGLON PIC 9(2).
           03 DIA-CUENTA PIC 9(6).
           03 DIA-NOMBRE-CUENTA PIC X(30).
           03 DIA-DEBE PIC 9(9)V99.
           03 DIA-HABER PIC 9(9)V99.
           03 DIA-ORIGEN PIC X(4).
           03 DIA-REFERENCIA PIC 9(8).
           03 DIA-LEYENDA PIC X(30).

      * Balance de sumas y saldos: una fila por consorcio y cuenta.
       FD  BAL.
       01  REG-BAL.
           03 BAL-CUIT-CONS PIC 9(15).
           03 BAL-CUENTA PIC 9(6).
           03 BAL-NOMBRE-CUENTA PIC X(30).
           03 BAL-SUMA-DEBE PIC 9(11)V99.
           03 BAL-SUMA-HABER PIC 9(11)V99.
           03 BAL-SIGNO-SALDO PIC X(1).
           03 BAL-SALDO PIC 9(11)V99.

      * Movimientos que no se asentaron y por que.
       FD  PEN.
       01  REG-PEN.
           03 PEN-CUIT-CONS PIC 9(15).
           03 PEN-FECHA PIC 9(8).
           03 PEN-ORIGEN PIC X(4).
           03 PEN-REFERENCIA PIC 9(8).
           03 PEN-IMPORTE PIC 9(9)V99.
           03 PEN-MOTIVO PIC X(30).

       WORKING-STORAGE SECTION.

       01  LINEA PIC X(106).

       77  FS-PER PIC XX.
           88 OK-PER VALUE "00".
           88 NO-PER VALUE "23".
           88 EOF-PER VALUE "10".
       77  FS-CTA PIC XX.
           88 OK-CTA VALUE "00".
           88 NO-CTA VALUE "23".
           88 EOF-CTA VALUE "10".
       77  FS-EXP PIC XX.
           88 OK-EXP VALUE "00".
           88 NO-EXP VALUE "23".
           88 EOF-EXP VALUE "10".
       77  FS-PAG PIC XX.
           88 OK-PAG VALUE "00".
           88 NO-PAG VALUE "23".
           88 EOF-PAG VALUE "10".
       77  FS-FAC PIC XX.
           88 OK-FAC VALUE "00".
           88 NO-FAC VALUE "23".
           88 EOF-FAC VALUE "10".
       77  FS-FAC-INDEX PIC XX.
           88 OK-FAC-INDEX VALUE "00".
           88 NO-FAC-INDEX VALUE "23".
           88 EOF-FAC-INDEX VALUE "10".
       77  FS-ORT-INDEX PIC XX.
           88 OK-ORT-INDEX VALUE "00".
           88 NO-ORT-INDEX VALUE "23".
           88 EOF-ORT-INDEX VALUE "10".
       77  FS-ORP PIC XX.
           88 OK-ORP VALUE "00".
           88 NO-ORP VALUE "23".
           88 EOF-ORP VALUE "10".
       77  FS-RET PIC XX.
           88 OK-RET VALUE "00".
           88 NO-RET VALUE "23".
           88 EOF-RET VALUE "10".
       77  FS-AJU PIC XX.
           88 OK-AJU VALUE "00".
           88 NO-AJU VALUE "23".
           88 EOF-AJU VALUE "10".
       77  FS-MOV-SC PIC XX.
           88 OK-MOV-SC VALUE "00".
           88 NO-MOV-SC VALUE "23".
           88 EOF-MOV-SC VALUE "10".
       77  FS-WRK-MOV PIC XX.
           88 OK-WRK-MOV VALUE "00".
           88 NO-WRK-MOV VALUE "23".
           88 EOF-WRK-MOV VALUE "10".
       77  FS-MOV PIC XX.
           88 OK-MOV VALUE "00".
           88 NO-MOV VALUE "23".
           88 EOF-MOV VALUE "10".
       77  FS-DIA PIC XX.
           88 OK-DIA VALUE "00".
           88 NO-DIA VALUE "23".
           88 EOF-DIA VALUE "10".
       77  FS-BAL PIC XX.
           88 OK-BAL VALUE "00".
           88 NO-BAL VALUE "23".
           88 EOF-BAL VALUE "10".
       77  FS-PEN PIC XX.
           88 OK-PEN VALUE "00".
           88 NO-PEN VALUE "23".
           88 EOF-PEN VALUE "10".

       01  NOMBRE-ARCH-DIA PIC X(30) VALUE SPACES.
       01  NOMBRE-ARCH-BAL PIC X(30) VALUE SPACES.
       01  NOMBRE-ARCH-PEN PIC X(30) VALUE SPACES.

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-ENCONTRADA-OT PIC X(1) VALUE "N".
           88 ENCONTRADA-OT VALUE "S".
       01  SW-ENCONTRADA-FAC PIC X(1) VALUE "N".
           88 ENCONTRADA-FAC VALUE "S".
       01  SW-ENCONTRADA-CTA PIC X(1) VALUE "N".
           88 ENCONTRADA-CTA VALUE "S".
       01  SW-ASIENTO-COMPLETO PIC X(1) VALUE "S".
           88 ASIENTO-COMPLETO VALUE "S".

       01  PERIODO-LIQ PIC 9(6) VALUE 0.
       01  PERIODO-MOV PIC 9(6) VALUE 0.

       01  CANT-CTA PIC 9(4) VALUE 0.
       01  TABLA-CTA.
           03 TAB-CTA OCCURS 1 TO 999 TIMES
              DEPENDING ON CANT-CTA.
              05 TAB-CTA-CONCEPTO PIC X(6).
              05 TAB-CTA-CUENTA PIC 9(6).
              05 TAB-CTA-NOMBRE PIC X(30).
       01  POS-CTA PIC 9(4) VALUE 0.

       01  SW-HAY-ORDENES PIC X(1) VALUE "N".
           88 HAY-ORDENES VALUE "S".
       01  OT-BUSCADA PIC 9(8) VALUE 0.

      * Facturas indexadas para ubicar la de cada orden de pago: su
      * orden de trabajo (consorcio) y la fecha en que CONFPAGO la
      * dio por pagada.
       01  SW-HAY-FACTURAS PIC X(1) VALUE "N".
           88 HAY-FACTURAS VALUE "S".

      * Retenciones firmes, para el asiento de cada orden de pago.
       01  CANT-RET PIC 9(4) VALUE 0.
       01  BUFFER-RET.
           03 BUF-RET OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-RET.
              05 BUF-RET-OP-NUMERO PIC 9(8).
              05 BUF-RET-REGIMEN PIC X(4).
              05 BUF-RET-IMPORTE PIC 9(9)V99.
       01  POS-RET PIC 9(4) VALUE 0.

      * Asiento en armado: cabecera comun y hasta 10 renglones con
      * su concepto contable; la cuenta se resuelve al cerrarlo.
       01  ASI-CUIT-CONS PIC 9(15) VALUE 0.
       01  ASI-FECHA PIC 9(8) VALUE 0.
       01  ASI-ORIGEN PIC X(4) VALUE SPACES.
       01  ASI-REFERENCIA PIC 9(8) VALUE 0.
       01  ASI-LEYENDA PIC X(30) VALUE SPACES.
       01  ASI-MOTIVO PIC X(30) VALUE SPACES.
       01  ASI-TOTAL-DEBE PIC 9(9)V99 VALUE 0.
       01  ASI-TOTAL-HABER PIC 9(9)V99 VALUE 0.
       01  ASI-CANT PIC 9(2) VALUE 0.
       01  TABLA-ASIENTO.
           03 ASI-RENGLON OCCURS 10 TIMES.
              05 ASI-CONCEPTO PIC X(6).
              05 ASI-CONCEPTO-ALT PIC X(6).
              05 ASI-LADO PIC X(1).
              05 ASI-IMPORTE PIC 9(9)V99.
              05 ASI-CUENTA PIC 9(6).
              05 ASI-NOMBRE-CUENTA PIC X(30).
       01  POS-ASI PIC 9(2) VALUE 0.
       01  CONCEPTO-BUSCADO PIC X(6) VALUE SPACES.

      * Concepto del gasto por rubro de la orden: GR + rubro.
       01  CONCEPTO-RUBRO.
           03 FILLER PIC X(2) VALUE "GR".
           03 CONRUB-RUBRO PIC 9(4) VALUE 0.
      * Concepto de la retencion por regimen: RT + regimen.
       01  CONCEPTO-RETENCION.
           03 FILLER PIC X(2) VALUE "RT".
           03 CONRET-REGIMEN PIC X(4) VALUE SPACES.

       01  IMPORTE-AUX PIC 9(9)V99 VALUE 0.
       01  NETO-ORDEN PIC S9(9)V99 VALUE 0.
       01  NRO-ASIENTO-CORRIDA PIC 9(6) VALUE 0.

      * Corte por consorcio al volcar el diario ordenado.
       01  CUIT-ACTUAL PIC 9(15) VALUE 0.
       01  ASIENTO-ANTERIOR PIC 9(6) VALUE 0.
       01  NRO-ASIENTO-CONS PIC 9(6) VALUE 0.
       01  TOTAL-DEBE-CONS PIC 9(11)V99 VALUE 0.
       01  TOTAL-HABER-CONS PIC 9(11)V99 VALUE 0.
       01  SALDO-CUENTA PIC S9(11)V99 VALUE 0.

      * Sumas por cuenta del consorcio, en orden de cuenta.
       01  CANT-BAL PIC 9(3) VALUE 0.
       01  TABLA-BAL.
           03 TAB-BAL OCCURS 1 TO 200 TIMES
              DEPENDING ON CANT-BAL.
              05 TAB-BAL-CUENTA PIC 9(6).
              05 TAB-BAL-NOMBRE PIC X(30).
              05 TAB-BAL-DEBE PIC 9(11)V99.
              05 TAB-BAL-HABER PIC 9(11)V99.
       01  POS-BAL PIC 9(3) VALUE 0.
       01  SUBIND-BAL PIC 9(3) VALUE 0.

       01  CANT-ASIENTOS PIC 9(6) VALUE 0.
       01  CANT-RENGLONES PIC 9(6) VALUE 0.
       01  CANT-PENDIENTES PIC 9(6) VALUE 0.
       01  CANT-CONSORCIOS PIC 9(4) VALUE 0.
       01  CANT-DESCUADRADOS PIC 9(4) VALUE 0.
       01  TOTAL-DEBE-GRAL PIC 9(13)V99 VALUE 0.
       01  TOTAL-HABER-GRAL PIC 9(13)V99 VALUE 0.
       01  TOTAL-PENDIENTE PIC 9(13)V99 VALUE 0.

      * Novedades a la bitacora central, ademas del DISPLAY.
       01  BTC-PROGRAMA PIC X(8) VALUE "CONTAB".
       01  BTC-SEVERIDAD PIC X(1) VALUE "A".
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       01  TITULO-BALANCE.
           03 FILLER PIC X(36)
              VALUE "BALANCE DE SUMAS Y SALDOS PERIODO ".
           03 TITBAL-PERIODO PIC 9(6).
           03 FILLER PIC X(64) VALUE SPACES.

       01  BALANCE-CONSORCIO.
           03 FILLER PIC X(11) VALUE "CONSORCIO: ".
           03 BALCON-CUIT PIC 9(15).
           03 FILLER PIC X(80) VALUE SPACES.

       01  BALANCE-ROTULO.
           03 FILLER PIC X(8) VALUE "CUENTA  ".
           03 FILLER PIC X(31) VALUE "NOMBRE".
           03 FILLER PIC X(16) VALUE "     SUMAS DEBE ".
           03 FILLER PIC X(16) VALUE "    SUMAS HABER ".
           03 FILLER PIC X(20) VALUE "           SALDO".
           03 FILLER PIC X(15) VALUE SPACES.

       01  BALANCE-LINEA.
           03 BALLIN-CUENTA PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 BALLIN-NOMBRE PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 BALLIN-DEBE PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BALLIN-HABER PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BALLIN-SALDO PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 BALLIN-SIGNO PIC X(9).
           03 FILLER PIC X(11) VALUE SPACES.

       01  PENDIENTE-LINEA.
           03 FILLER PIC X(12) VALUE "SIN ASENTAR ".
           03 PENLIN-ORIGEN PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PENLIN-CUIT PIC 9(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PENLIN-REFERENCIA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 PENLIN-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PENLIN-MOTIVO PIC X(30).
           03 FILLER PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF ERROR-APERTURA
               DISPLAY "CONTAB: abortando, error de apertura de "
                   "archivos"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM ASENTAR-EXPENSAS
               PERFORM ASENTAR-COBRANZAS
               PERFORM ASENTAR-FACTURAS
               PERFORM ASENTAR-ORDENES-PAGO
               PERFORM ASENTAR-AJUSTES
               PERFORM CERRAR-INDEXADOS
               CLOSE MOV-SC
               CLOSE PEN
               PERFORM ORDENAR-ASIENTOS
               PERFORM EMITIR-DIARIO
               PERFORM AVISAR-PENDIENTES
               PERFORM IMPR-RESUMEN
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           PERFORM CARGAR-PERIODO.
           IF PERIODO-LIQ = ZERO
               DISPLAY "CONTAB: periodo.txt no trae un periodo valido"
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               PERFORM ARMAR-NOMBRES-ARCHIVOS
               PERFORM CARGAR-PLAN-CUENTAS
               PERFORM ABRIR-ORDENES
               PERFORM ABRIR-FACTURAS
               PERFORM CARGAR-RETENCIONES
           END-IF.
           IF NOT ERROR-APERTURA
               OPEN OUTPUT MOV-SC
               IF FS-MOV-SC NOT = "00"
                   DISPLAY "Error en open asientos sin ordenar FS: "
                       FS-MOV-SC
                   MOVE "S" TO SW-ERROR-APERTURA
               END-IF
               OPEN OUTPUT PEN
               IF FS-PEN NOT = "00"
                   DISPLAY "Error en open " NOMBRE-ARCH-PEN " FS: "
                       FS-PEN
                   MOVE "S" TO SW-ERROR-APERTURA
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PERIODO.
           OPEN INPUT PER.
           IF FS-PER EQUAL "00"
               READ PER AT END MOVE "10" TO FS-PER
               END-READ
               IF FS-PER EQUAL "00"
                   MOVE PER-PERIODO TO PERIODO-LIQ
               END-IF
               CLOSE PER
           ELSE
               DISPLAY "CONTAB: periodo.txt inexistente o "
                   "ilegible, FS: " FS-PER.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARMAR-NOMBRES-ARCHIVOS.
           MOVE SPACES TO NOMBRE-ARCH-DIA.
           STRING "diario-" PERIODO-LIQ ".txt"
               DELIMITED BY SIZE INTO NOMBRE-ARCH-DIA.
           MOVE SPACES TO NOMBRE-ARCH-BAL.
           STRING "balance-" PERIODO-LIQ ".txt"
               DELIMITED BY SIZE INTO NOMBRE-ARCH-BAL.
           MOVE SPACES TO NOMBRE-ARCH-PEN.
           STRING "sin-cuenta-" PERIODO-LIQ ".txt"
               DELIMITED BY SIZE INTO NOMBRE-ARCH-PEN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PLAN-CUENTAS.
           OPEN INPUT CTA.
           IF FS-CTA EQUAL "00"
               PERFORM LEER-CTA
               PERFORM LLENAR-TABLA-CTA
                   UNTIL EOF-CTA OR ERROR-APERTURA
               CLOSE CTA
           ELSE
               DISPLAY "Error en open plan de cuentas FS: " FS-CTA
               MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-CTA.
           READ CTA
               AT END MOVE "10" TO FS-CTA.
           IF FS-CTA NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PLAN DE CUENTAS FS: ' FS-CTA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-CTA.
           IF CANT-CTA < 999
               ADD 1 TO CANT-CTA
               MOVE CTA-CONCEPTO TO TAB-CTA-CONCEPTO(CANT-CTA)
               MOVE CTA-CUENTA TO TAB-CTA-CUENTA(CANT-CTA)
               MOVE CTA-NOMBRE TO TAB-CTA-NOMBRE(CANT-CTA)
           ELSE
               DISPLAY "ERROR: plan-cuentas.txt supera los 999 "
                   "conceptos, se aborta para no dejar movimientos "
                   "sin cuenta"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-CTA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABRIR-ORDENES.
           OPEN INPUT ORT-INDEX.
           IF FS-ORT-INDEX EQUAL "00"
               MOVE "S" TO SW-HAY-ORDENES
           ELSE
               DISPLAY "ADVERTENCIA: ordenes_indexed.txt inexistente "
                   "o ilegible (FS: " FS-ORT-INDEX "), las facturas "
                   "no podran asignarse a consorcios".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABRIR-FACTURAS.
           OPEN INPUT FAC-INDEX.
           IF FS-FAC-INDEX EQUAL "00"
               MOVE "S" TO SW-HAY-FACTURAS
           ELSE
               DISPLAY "ADVERTENCIA: facturas_indexed.txt inexistente "
                   "o ilegible (FS: " FS-FAC-INDEX "), las ordenes "
                   "de pago no podran ubicar su factura".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CERRAR-INDEXADOS.
           IF HAY-ORDENES
               CLOSE ORT-INDEX.
           IF HAY-FACTURAS
               CLOSE FAC-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-FAC.
           READ FAC
               AT END MOVE "10" TO FS-FAC.
           IF FS-FAC NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER FACTURAS FS: ' FS-FAC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-RETENCIONES.
           OPEN INPUT RET.
           IF FS-RET EQUAL "00"
               PERFORM LEER-RET
               PERFORM LLENAR-BUFFER-RET UNTIL EOF-RET
               CLOSE RET
           ELSE
               IF FS-RET = "05"
                   CLOSE RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-RET.
           READ RET
               AT END MOVE "10" TO FS-RET.
           IF FS-RET NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER RETENCIONES FS: ' FS-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-RET.
           IF RET-ESTADO = 2
               IF CANT-RET < 9999
                   ADD 1 TO CANT-RET
                   MOVE RET-OP-NUMERO TO BUF-RET-OP-NUMERO(CANT-RET)
                   MOVE RET-REGIMEN TO BUF-RET-REGIMEN(CANT-RET)
                   MOVE RET-IMPORTE TO BUF-RET-IMPORTE(CANT-RET)
               ELSE
                   DISPLAY "ERROR: retenciones.txt supera las 9999 "
                       "retenciones firmes, se aborta para no "
                       "descuadrar los pagos"
                   MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Expensa emitida en el periodo: deudores por expensas a
      * ingresos por expensas, al primer dia del periodo.
      *>-----------------------------------------------------------*
       ASENTAR-EXPENSAS.
           OPEN INPUT EXP.
           IF FS-EXP EQUAL "00"
               PERFORM LEER-EXP
               PERFORM ASENTAR-EXPENSA-PASO UNTIL EOF-EXP
               CLOSE EXP
           ELSE
               DISPLAY "ADVERTENCIA: expensas.txt inexistente o "
                   "ilegible (FS: " FS-EXP "), sin asientos de "
                   "emision".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-EXP.
           READ EXP
               AT END MOVE "10" TO FS-EXP.
           IF FS-EXP NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER EXPENSAS FS: ' FS-EXP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ASENTAR-EXPENSA-PASO.
           IF EXP-PERIODO = PERIODO-LIQ AND EXP-IMPORTE > 0
               PERFORM ABRIR-ASIENTO
               MOVE EXP-CUIT-CONS TO ASI-CUIT-CONS
               COMPUTE ASI-FECHA = PERIODO-LIQ * 100 + 1
               MOVE "EXPE" TO ASI-ORIGEN
               MOVE EXP-PERIODO TO ASI-REFERENCIA
               MOVE "EMISION DE EXPENSAS" TO ASI-LEYENDA
               MOVE EXP-IMPORTE TO IMPORTE-AUX
               MOVE "DEUDOR" TO CONCEPTO-BUSCADO
               PERFORM AGREGAR-DEBE
               MOVE "EXPENS" TO CONCEPTO-BUSCADO
               PERFORM AGREGAR-HABER
               PERFORM CERRAR-ASIENTO.
           PERFORM LEER-EXP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Pago del periodo: banco a deudores por expensas. El pago
      * negativo (anulacion de ANUPAG) invierte el asiento.
      *>-----------------------------------------------------------*
       ASENTAR-COBRANZAS.
           OPEN INPUT PAG.
           IF FS-PAG EQUAL "00"
               PERFORM LEER-PAG
               PERFORM ASENTAR-COBRANZA-PASO UNTIL EOF-PAG
               CLOSE PAG
           ELSE
               DISPLAY "ADVERTENCIA: pagos.txt inexistente o "
                   "ilegible (FS: " FS-PAG "), sin asientos de "
                   "cobranza".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PAG.
           READ PAG
               AT END MOVE "10" TO FS-PAG.
           IF FS-PAG NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PAGOS FS: ' FS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ASENTAR-COBRANZA-PASO.
           MOVE PAG-FECHA(1:6) TO PERIODO-MOV.
           IF PERIODO-MOV = PERIODO-LIQ AND PAG-IMPORTE NOT = 0
               PERFORM ABRIR-ASIENTO
               MOVE PAG-CUIT-CONS TO ASI-CUIT-CONS
               MOVE PAG-FECHA TO ASI-FECHA
               MOVE "COBR" TO ASI-ORIGEN
               MOVE PAG-NRO-UNIDAD TO ASI-REFERENCIA
               IF PAG-IMPORTE < 0
                   MOVE "ANULACION DE COBRANZA" TO ASI-LEYENDA
                   COMPUTE IMPORTE-AUX = 0 - PAG-IMPORTE
                   MOVE "DEUDOR" TO CONCEPTO-BUSCADO
                   PERFORM AGREGAR-DEBE
                   MOVE "BANCO" TO CONCEPTO-BUSCADO
                   PERFORM AGREGAR-HABER
               ELSE
                   MOVE "COBRANZA DE EXPENSAS" TO ASI-LEYENDA
                   MOVE PAG-IMPORTE TO IMPORTE-AUX
                   MOVE "BANCO" TO CONCEPTO-BUSCADO
                   PERFORM AGREGAR-DEBE
                   MOVE "DEUDOR" TO CONCEPTO-BUSCADO
                   PERFORM AGREGAR-HABER
               END-IF
               PERFORM CERRAR-ASIENTO.
           PERFORM LEER-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Factura emitida en el periodo: gasto (cuenta del rubro de
      * la orden o la general) a proveedores.
      *>-----------------------------------------------------------*
       ASENTAR-FACTURAS.
           OPEN INPUT FAC.
           IF FS-FAC EQUAL "00"
               PERFORM LEER-FAC
               PERFORM ASENTAR-FACTURA-PASO UNTIL EOF-FAC
               CLOSE FAC
           ELSE
               DISPLAY "ADVERTENCIA: facturas.txt inexistente o "
                   "ilegible (FS: " FS-FAC "), sin asientos de "
                   "proveedores".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ASENTAR-FACTURA-PASO.
           MOVE FAC-FECHA-EMISION(1:6) TO PERIODO-MOV.
           IF PERIODO-MOV = PERIODO-LIQ AND FAC-IMPORTE > 0
               PERFORM ABRIR-ASIENTO
               MOVE FAC-FECHA-EMISION TO ASI-FECHA
               MOVE "FACT" TO ASI-ORIGEN
               MOVE FAC-NUMERO TO ASI-REFERENCIA
               MOVE "FACTURA DE PROVEEDOR" TO ASI-LEYENDA
               MOVE FAC-OT-NUMERO TO OT-BUSCADA
               PERFORM BUSCAR-OT
               MOVE FAC-IMPORTE TO IMPORTE-AUX
               IF ENCONTRADA-OT
                   MOVE OT-INDEX-CUIT-CONS TO ASI-CUIT-CONS
                   MOVE OT-INDEX-RUBRO TO CONRUB-RUBRO
                   MOVE CONCEPTO-RUBRO TO CONCEPTO-BUSCADO
                   PERFORM AGREGAR-DEBE
                   MOVE "GASTOS" TO ASI-CONCEPTO-ALT(ASI-CANT)
               ELSE
                   MOVE 0 TO ASI-CUIT-CONS
                   MOVE "SIN CONSORCIO (SIN ORDEN)" TO ASI-MOTIVO
                   MOVE "GASTOS" TO CONCEPTO-BUSCADO
                   PERFORM AGREGAR-DEBE
               END-IF
               MOVE "PROVEE" TO CONCEPTO-BUSCADO
               PERFORM AGREGAR-HABER
               PERFORM CERRAR-ASIENTO.
           PERFORM LEER-FAC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-OT.
           MOVE "N" TO SW-ENCONTRADA-OT.
           IF HAY-ORDENES AND OT-BUSCADA NOT = ZERO
               MOVE OT-BUSCADA TO OT-INDEX-NUMERO
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
      * Orden de pago confirmada (estado 2) cuya factura CONFPAGO
      * dio por pagada en el periodo: proveedores por el total a
      * banco por el neto y a cada retencion firme de la orden.
      *>-----------------------------------------------------------*
       ASENTAR-ORDENES-PAGO.
           OPEN INPUT ORP.
           IF FS-ORP EQUAL "00"
               PERFORM LEER-ORP
               PERFORM ASENTAR-ORDEN-PASO UNTIL EOF-ORP
               CLOSE ORP
           ELSE
               DISPLAY "ADVERTENCIA: ordenes-pago.txt inexistente o "
                   "ilegible (FS: " FS-ORP "), sin asientos de "
                   "pagos a proveedores".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-ORP.
           READ ORP
               AT END MOVE "10" TO FS-ORP.
           IF FS-ORP NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER ORDENES DE PAGO FS: ' FS-ORP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ASENTAR-ORDEN-PASO.
           IF OP-ESTADO = 2
               PERFORM BUSCAR-FACTURA-ORDEN
               IF ENCONTRADA-FAC
                   MOVE FAC-INDEX-FECHA-PAGO(1:6)
                       TO PERIODO-MOV
                   IF PERIODO-MOV = PERIODO-LIQ
                       PERFORM ARMAR-ASIENTO-ORDEN
                   END-IF
               ELSE
                   MOVE OP-FECHA(1:6) TO PERIODO-MOV
                   IF PERIODO-MOV = PERIODO-LIQ
                       PERFORM ABRIR-ASIENTO
                       MOVE 0 TO ASI-CUIT-CONS
                       MOVE OP-FECHA TO ASI-FECHA
                       MOVE "ORPA" TO ASI-ORIGEN
                       MOVE OP-NUMERO TO ASI-REFERENCIA
                       MOVE OP-IMPORTE TO ASI-TOTAL-DEBE
                       MOVE "FACTURA DE LA ORDEN INEXISTENTE"
                           TO ASI-MOTIVO
                       PERFORM GRABAR-PENDIENTE
                   END-IF
               END-IF.
           PERFORM LEER-ORP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-FACTURA-ORDEN.
           MOVE "N" TO SW-ENCONTRADA-FAC.
           IF HAY-FACTURAS
               MOVE OP-COD-PROV TO FAC-INDEX-COD-PROV
               MOVE OP-FAC-NUMERO TO FAC-INDEX-NUMERO
               READ FAC-INDEX RECORD
                   INVALID KEY MOVE "23" TO FS-FAC-INDEX
               END-READ
               IF OK-FAC-INDEX
                   MOVE "S" TO SW-ENCONTRADA-FAC
               ELSE
                   IF NOT NO-FAC-INDEX
                       DISPLAY "ERROR AL LEER FACTURAS INDEXADO FS: "
                           FS-FAC-INDEX
                   END-IF
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARMAR-ASIENTO-ORDEN.
           PERFORM ABRIR-ASIENTO.
           MOVE FAC-INDEX-FECHA-PAGO TO ASI-FECHA.
           MOVE "ORPA" TO ASI-ORIGEN.
           MOVE OP-NUMERO TO ASI-REFERENCIA.
           MOVE "PAGO A PROVEEDOR" TO ASI-LEYENDA.
           MOVE FAC-INDEX-OT-NUMERO TO OT-BUSCADA.
           PERFORM BUSCAR-OT.
           IF ENCONTRADA-OT
               MOVE OT-INDEX-CUIT-CONS TO ASI-CUIT-CONS
           ELSE
               MOVE 0 TO ASI-CUIT-CONS
               MOVE "SIN CONSORCIO (SIN ORDEN)" TO ASI-MOTIVO.
           MOVE OP-IMPORTE TO IMPORTE-AUX.
           MOVE "PROVEE" TO CONCEPTO-BUSCADO.
           PERFORM AGREGAR-DEBE.
           MOVE OP-IMPORTE TO NETO-ORDEN.
           MOVE 1 TO POS-RET.
           PERFORM AGREGAR-RETENCION-PASO UNTIL POS-RET > CANT-RET.
           IF NETO-ORDEN < 0
               MOVE "RETENCIONES SUPERAN LA ORDEN" TO ASI-MOTIVO
           ELSE
               IF NETO-ORDEN > 0
                   MOVE NETO-ORDEN TO IMPORTE-AUX
                   MOVE "BANCO" TO CONCEPTO-BUSCADO
                   PERFORM AGREGAR-HABER.
           PERFORM CERRAR-ASIENTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AGREGAR-RETENCION-PASO.
           IF BUF-RET-OP-NUMERO(POS-RET) = OP-NUMERO
               AND BUF-RET-IMPORTE(POS-RET) > 0
               IF ASI-CANT < 9
                   MOVE BUF-RET-REGIMEN(POS-RET) TO CONRET-REGIMEN
                   MOVE CONCEPTO-RETENCION TO CONCEPTO-BUSCADO
                   MOVE BUF-RET-IMPORTE(POS-RET) TO IMPORTE-AUX
                   PERFORM AGREGAR-HABER
                   SUBTRACT BUF-RET-IMPORTE(POS-RET) FROM NETO-ORDEN
               ELSE
                   MOVE "DEMASIADAS RETENCIONES" TO ASI-MOTIVO.
           ADD 1 TO POS-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Nota de credito de AJUSTES: bonificaciones de expensas a
      * deudores; nota de debito: deudores a recargos de expensas.
      *>-----------------------------------------------------------*
       ASENTAR-AJUSTES.
           OPEN INPUT AJU.
           IF FS-AJU EQUAL "00"
               PERFORM LEER-AJU
               PERFORM ASENTAR-AJUSTE-PASO UNTIL EOF-AJU
               CLOSE AJU
           ELSE
               IF FS-AJU = "05"
                   CLOSE AJU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-AJU.
           READ AJU
               AT END MOVE "10" TO FS-AJU.
           IF FS-AJU NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER AJUSTES FS: ' FS-AJU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ASENTAR-AJUSTE-PASO.
           MOVE AJU-FECHA(1:6) TO PERIODO-MOV.
           IF PERIODO-MOV = PERIODO-LIQ AND AJU-IMPORTE > 0
               PERFORM ABRIR-ASIENTO
               MOVE AJU-CUIT-CONS TO ASI-CUIT-CONS
               MOVE AJU-FECHA TO ASI-FECHA
               MOVE "AJUS" TO ASI-ORIGEN
               MOVE AJU-PERIODO TO ASI-REFERENCIA
               MOVE AJU-DETALLE TO ASI-LEYENDA
               MOVE AJU-IMPORTE TO IMPORTE-AUX
               IF AJU-TIPO = "C"
                   MOVE "NCREDI" TO CONCEPTO-BUSCADO
                   PERFORM AGREGAR-DEBE
                   MOVE "DEUDOR" TO CONCEPTO-BUSCADO
                   PERFORM AGREGAR-HABER
               ELSE
                   MOVE "DEUDOR" TO CONCEPTO-BUSCADO
                   PERFORM AGREGAR-DEBE
                   MOVE "NDEBIT" TO CONCEPTO-BUSCADO
                   PERFORM AGREGAR-HABER
               END-IF
               PERFORM CERRAR-ASIENTO.
           PERFORM LEER-AJU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABRIR-ASIENTO.
           MOVE 0 TO ASI-CANT.
           MOVE 0 TO ASI-TOTAL-DEBE.
           MOVE 0 TO ASI-TOTAL-HABER.
           MOVE SPACES TO ASI-MOTIVO.
           MOVE SPACES TO ASI-LEYENDA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AGREGAR-DEBE.
           ADD 1 TO ASI-CANT.
           MOVE CONCEPTO-BUSCADO TO ASI-CONCEPTO(ASI-CANT).
           MOVE SPACES TO ASI-CONCEPTO-ALT(ASI-CANT).
           MOVE "D" TO ASI-LADO(ASI-CANT).
           MOVE IMPORTE-AUX TO ASI-IMPORTE(ASI-CANT).
           ADD IMPORTE-AUX TO ASI-TOTAL-DEBE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AGREGAR-HABER.
           ADD 1 TO ASI-CANT.
           MOVE CONCEPTO-BUSCADO TO ASI-CONCEPTO(ASI-CANT).
           MOVE SPACES TO ASI-CONCEPTO-ALT(ASI-CANT).
           MOVE "H" TO ASI-LADO(ASI-CANT).
           MOVE IMPORTE-AUX TO ASI-IMPORTE(ASI-CANT).
           ADD IMPORTE-AUX TO ASI-TOTAL-HABER.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Cierre del asiento: se resuelve la cuenta de cada renglon
      * (o la alternativa, si la tiene) y se graba solo si todos
      * tienen cuenta, hay consorcio y cuadra; si no, va completo a
      * sin-cuenta-AAAAMM.txt con el motivo.
      *>-----------------------------------------------------------*
       CERRAR-ASIENTO.
           MOVE "S" TO SW-ASIENTO-COMPLETO.
           IF ASI-MOTIVO NOT = SPACES
               MOVE "N" TO SW-ASIENTO-COMPLETO.
           IF ASIENTO-COMPLETO AND ASI-TOTAL-DEBE NOT = ASI-TOTAL-HABER
               MOVE "ASIENTO DESCUADRADO" TO ASI-MOTIVO
               MOVE "N" TO SW-ASIENTO-COMPLETO.
           MOVE 1 TO POS-ASI.
           PERFORM RESOLVER-CUENTA-PASO
               UNTIL POS-ASI > ASI-CANT OR NOT ASIENTO-COMPLETO.
           IF ASIENTO-COMPLETO
               ADD 1 TO NRO-ASIENTO-CORRIDA
               MOVE 1 TO POS-ASI
               PERFORM GRABAR-RENGLON-PASO UNTIL POS-ASI > ASI-CANT
           ELSE
               PERFORM GRABAR-PENDIENTE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       RESOLVER-CUENTA-PASO.
           MOVE ASI-CONCEPTO(POS-ASI) TO CONCEPTO-BUSCADO.
           PERFORM BUSCAR-CUENTA.
           IF NOT ENCONTRADA-CTA
               AND ASI-CONCEPTO-ALT(POS-ASI) NOT = SPACES
               MOVE ASI-CONCEPTO-ALT(POS-ASI) TO CONCEPTO-BUSCADO
               PERFORM BUSCAR-CUENTA.
           IF ENCONTRADA-CTA
               MOVE TAB-CTA-CUENTA(POS-CTA) TO ASI-CUENTA(POS-ASI)
               MOVE TAB-CTA-NOMBRE(POS-CTA)
                   TO ASI-NOMBRE-CUENTA(POS-ASI)
               ADD 1 TO POS-ASI
           ELSE
               MOVE SPACES TO ASI-MOTIVO
               STRING "SIN CUENTA PARA "
                   ASI-CONCEPTO(POS-ASI)
                   DELIMITED BY SIZE INTO ASI-MOTIVO
               MOVE "N" TO SW-ASIENTO-COMPLETO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CUENTA.
           MOVE "N" TO SW-ENCONTRADA-CTA.
           MOVE 1 TO POS-CTA.
           PERFORM BUSCAR-CUENTA-PASO
               UNTIL POS-CTA > CANT-CTA OR ENCONTRADA-CTA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CUENTA-PASO.
           IF TAB-CTA-CONCEPTO(POS-CTA) = CONCEPTO-BUSCADO
               MOVE "S" TO SW-ENCONTRADA-CTA
           ELSE
               ADD 1 TO POS-CTA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-RENGLON-PASO.
           MOVE ASI-CUIT-CONS TO MSC-CUIT-CONS.
           MOVE ASI-FECHA TO MSC-FECHA.
           MOVE NRO-ASIENTO-CORRIDA TO MSC-NRO-ASIENTO.
           MOVE POS-ASI TO MSC-RENGLON.
           MOVE ASI-CUENTA(POS-ASI) TO MSC-CUENTA.
           MOVE ASI-NOMBRE-CUENTA(POS-ASI) TO MSC-NOMBRE-CUENTA.
           IF ASI-LADO(POS-ASI) = "D"
               MOVE ASI-IMPORTE(POS-ASI) TO MSC-DEBE
               MOVE 0 TO MSC-HABER
           ELSE
               MOVE 0 TO MSC-DEBE
               MOVE ASI-IMPORTE(POS-ASI) TO MSC-HABER.
           MOVE ASI-ORIGEN TO MSC-ORIGEN.
           MOVE ASI-REFERENCIA TO MSC-REFERENCIA.
           MOVE ASI-LEYENDA TO MSC-LEYENDA.
           WRITE REG-MOV-SC.
           ADD 1 TO POS-ASI.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-PENDIENTE.
           MOVE ASI-CUIT-CONS TO PEN-CUIT-CONS.
           MOVE ASI-FECHA TO PEN-FECHA.
           MOVE ASI-ORIGEN TO PEN-ORIGEN.
           MOVE ASI-REFERENCIA TO PEN-REFERENCIA.
           MOVE ASI-TOTAL-DEBE TO PEN-IMPORTE.
           MOVE ASI-MOTIVO TO PEN-MOTIVO.
           WRITE REG-PEN.
           ADD 1 TO CANT-PENDIENTES.
           ADD ASI-TOTAL-DEBE TO TOTAL-PENDIENTE.
           MOVE ASI-ORIGEN TO PENLIN-ORIGEN.
           MOVE ASI-CUIT-CONS TO PENLIN-CUIT.
           MOVE ASI-REFERENCIA TO PENLIN-REFERENCIA.
           MOVE ASI-TOTAL-DEBE TO PENLIN-IMPORTE.
           MOVE ASI-MOTIVO TO PENLIN-MOTIVO.
           MOVE PENDIENTE-LINEA TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ORDENAR-ASIENTOS.
           SORT WRK-MOV
               ON ASCENDING KEY WRK-MOV-CUIT-CONS
                  ASCENDING KEY WRK-MOV-FECHA
                  ASCENDING KEY WRK-MOV-NRO-ASIENTO
                  ASCENDING KEY WRK-MOV-RENGLON
               USING MOV-SC
               GIVING MOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Vuelco del diario ordenado por consorcio y fecha: renumera
      * los asientos de cada consorcio desde 1, acumula las sumas
      * por cuenta y al corte graba su balance de sumas y saldos.
      *>-----------------------------------------------------------*
       EMITIR-DIARIO.
           OPEN INPUT MOV.
           IF FS-MOV NOT = "00"
               DISPLAY "Error en open asientos ordenados FS: " FS-MOV
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DIA
               OPEN OUTPUT BAL
               IF FS-DIA NOT = "00" OR FS-BAL NOT = "00"
                   DISPLAY "Error en open " NOMBRE-ARCH-DIA " FS: "
                       FS-DIA " / " NOMBRE-ARCH-BAL " FS: " FS-BAL
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE PERIODO-LIQ TO TITBAL-PERIODO
                   MOVE TITULO-BALANCE TO LINEA
                   DISPLAY LINEA
                   PERFORM LEER-MOV
                   PERFORM EMITIR-CONSORCIO UNTIL EOF-MOV
               END-IF
               CLOSE DIA
               CLOSE BAL
               CLOSE MOV
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MOV.
           READ MOV AT END MOVE "10" TO FS-MOV.
           IF FS-MOV NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER ASIENTOS FS: ' FS-MOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       EMITIR-CONSORCIO.
           MOVE MOV-CUIT-CONS TO CUIT-ACTUAL.
           MOVE 0 TO NRO-ASIENTO-CONS.
           MOVE 0 TO ASIENTO-ANTERIOR.
           MOVE 0 TO TOTAL-DEBE-CONS.
           MOVE 0 TO TOTAL-HABER-CONS.
           MOVE 0 TO CANT-BAL.
           PERFORM VOLCAR-RENGLON
               UNTIL EOF-MOV OR MOV-CUIT-CONS NOT = CUIT-ACTUAL.
           PERFORM EMITIR-BALANCE.
           ADD 1 TO CANT-CONSORCIOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       VOLCAR-RENGLON.
           IF MOV-NRO-ASIENTO NOT = ASIENTO-ANTERIOR
               ADD 1 TO NRO-ASIENTO-CONS
               ADD 1 TO CANT-ASIENTOS
               MOVE MOV-NRO-ASIENTO TO ASIENTO-ANTERIOR.
           MOVE REG-MOV TO REG-DIA.
           MOVE NRO-ASIENTO-CONS TO DIA-NRO-ASIENTO.
           WRITE REG-DIA.
           ADD 1 TO CANT-RENGLONES.
           ADD MOV-DEBE TO TOTAL-DEBE-CONS.
           ADD MOV-HABER TO TOTAL-HABER-CONS.
           ADD MOV-DEBE TO TOTAL-DEBE-GRAL.
           ADD MOV-HABER TO TOTAL-HABER-GRAL.
           PERFORM ACUMULAR-CUENTA.
           PERFORM LEER-MOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ACUMULAR-CUENTA.
           MOVE 1 TO POS-BAL.
           PERFORM BUSCAR-POSICION-BAL
               UNTIL POS-BAL > CANT-BAL
               OR TAB-BAL-CUENTA(POS-BAL) >= MOV-CUENTA.
           IF POS-BAL > CANT-BAL
               OR TAB-BAL-CUENTA(POS-BAL) NOT = MOV-CUENTA
               IF CANT-BAL < 200
                   PERFORM INSERTAR-CUENTA-BAL
               ELSE
                   DISPLAY "ADVERTENCIA: mas de 200 cuentas en el "
                       "consorcio " CUIT-ACTUAL ", el balance queda "
                       "incompleto"
                   MOVE 0 TO POS-BAL.
           IF POS-BAL > 0
               ADD MOV-DEBE TO TAB-BAL-DEBE(POS-BAL)
               ADD MOV-HABER TO TAB-BAL-HABER(POS-BAL).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-POSICION-BAL.
           ADD 1 TO POS-BAL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INSERTAR-CUENTA-BAL.
           MOVE CANT-BAL TO SUBIND-BAL.
           ADD 1 TO CANT-BAL.
           PERFORM DESPLAZAR-PASO-BAL UNTIL SUBIND-BAL < POS-BAL.
           MOVE MOV-CUENTA TO TAB-BAL-CUENTA(POS-BAL).
           MOVE MOV-NOMBRE-CUENTA TO TAB-BAL-NOMBRE(POS-BAL).
           MOVE 0 TO TAB-BAL-DEBE(POS-BAL).
           MOVE 0 TO TAB-BAL-HABER(POS-BAL).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       DESPLAZAR-PASO-BAL.
           MOVE TAB-BAL(SUBIND-BAL) TO TAB-BAL(SUBIND-BAL + 1).
           SUBTRACT 1 FROM SUBIND-BAL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       EMITIR-BALANCE.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           MOVE CUIT-ACTUAL TO BALCON-CUIT.
           MOVE BALANCE-CONSORCIO TO LINEA.
           DISPLAY LINEA.
           MOVE BALANCE-ROTULO TO LINEA.
           DISPLAY LINEA.
           MOVE 1 TO SUBIND-BAL.
           PERFORM EMITIR-CUENTA-BAL UNTIL SUBIND-BAL > CANT-BAL.
           MOVE 0 TO BALLIN-CUENTA.
           MOVE "TOTALES" TO BALLIN-NOMBRE.
           MOVE TOTAL-DEBE-CONS TO BALLIN-DEBE.
           MOVE TOTAL-HABER-CONS TO BALLIN-HABER.
           MOVE 0 TO BALLIN-SALDO.
           IF TOTAL-DEBE-CONS = TOTAL-HABER-CONS
               MOVE SPACES TO BALLIN-SIGNO
           ELSE
               MOVE "DESCUADRE" TO BALLIN-SIGNO
               ADD 1 TO CANT-DESCUADRADOS
               MOVE 16 TO RETURN-CODE
               MOVE "E" TO BTC-SEVERIDAD
               MOVE SPACES TO BTC-DETALLE
               STRING "diario del consorcio " CUIT-ACTUAL
                   " no cuadra en " NOMBRE-ARCH-DIA
                   DELIMITED BY SIZE INTO BTC-DETALLE
               PERFORM GRABAR-BITACORA.
           MOVE BALANCE-LINEA TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       EMITIR-CUENTA-BAL.
           COMPUTE SALDO-CUENTA = TAB-BAL-DEBE(SUBIND-BAL)
               - TAB-BAL-HABER(SUBIND-BAL).
           MOVE CUIT-ACTUAL TO BAL-CUIT-CONS.
           MOVE TAB-BAL-CUENTA(SUBIND-BAL) TO BAL-CUENTA.
           MOVE TAB-BAL-NOMBRE(SUBIND-BAL) TO BAL-NOMBRE-CUENTA.
           MOVE TAB-BAL-DEBE(SUBIND-BAL) TO BAL-SUMA-DEBE.
           MOVE TAB-BAL-HABER(SUBIND-BAL) TO BAL-SUMA-HABER.
           IF SALDO-CUENTA < 0
               MOVE "A" TO BAL-SIGNO-SALDO
               COMPUTE BAL-SALDO = 0 - SALDO-CUENTA
               MOVE " ACREEDOR" TO BALLIN-SIGNO
           ELSE
               MOVE "D" TO BAL-SIGNO-SALDO
               MOVE SALDO-CUENTA TO BAL-SALDO
               MOVE " DEUDOR" TO BALLIN-SIGNO.
           WRITE REG-BAL.
           MOVE BAL-CUENTA TO BALLIN-CUENTA.
           MOVE BAL-NOMBRE-CUENTA TO BALLIN-NOMBRE.
           MOVE BAL-SUMA-DEBE TO BALLIN-DEBE.
           MOVE BAL-SUMA-HABER TO BALLIN-HABER.
           MOVE BAL-SALDO TO BALLIN-SALDO.
           MOVE BALANCE-LINEA TO LINEA.
           DISPLAY LINEA.
           ADD 1 TO SUBIND-BAL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AVISAR-PENDIENTES.
           IF CANT-PENDIENTES > 0
               MOVE "A" TO BTC-SEVERIDAD
               MOVE SPACES TO BTC-DETALLE
               STRING CANT-PENDIENTES " movimientos del periodo "
                   PERIODO-LIQ " sin asentar, ver "
                   NOMBRE-ARCH-PEN
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
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Periodo contabilizado     : " PERIODO-LIQ.
           DISPLAY "Consorcios con asientos   : " CANT-CONSORCIOS.
           DISPLAY "Asientos grabados         : " CANT-ASIENTOS.
           DISPLAY "Renglones del diario      : " CANT-RENGLONES.
           DISPLAY "Total debe                : " TOTAL-DEBE-GRAL.
           DISPLAY "Total haber               : " TOTAL-HABER-GRAL.
           DISPLAY "Consorcios descuadrados   : " CANT-DESCUADRADOS.
           DISPLAY "Movimientos sin asentar   : " CANT-PENDIENTES
               " por " TOTAL-PENDIENTE.
           DISPLAY "Diario en                 : " NOMBRE-ARCH-DIA.
           DISPLAY "Balance en                : " NOMBRE-ARCH-BAL.

       END PROGRAM CONTAB.
