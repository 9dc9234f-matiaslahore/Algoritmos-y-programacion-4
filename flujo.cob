      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Proyeccion del flujo de fondos a 90 dias por
      *          consorcio, en trece semanas a partir de la fecha de
      *          la corrida. Parte del saldo de caja-saldos.txt (el
      *          que arrastra LIBCAJA) y suma la cobranza esperada:
      *          lo impago de expensas-uf.txt por unidad (apareando
      *          los pagos de cada unidad de pagos.txt de la emision
      *          mas vieja a la mas nueva, como COBRAR) y las
      *          emisiones de expensas.txt aun no prorrateadas, menos
      *          el credito sin imputar del CUIT, ubicado por
      *          vencimiento y ajustado por la tasa de cobro
      *          historica de la entidad del consorcio, que sale de
      *          moros-hist.txt (la parte de la deuda de 30 dias de
      *          un periodo que no paso a 60 dias en el siguiente).
      *          Los CUIT con convenio vigente en convenios.txt
      *          aportan sus cuotas pendientes y solo las expensas
      *          vencidas desde el alta del convenio. Resta las
      *          facturas pendientes de facturas.txt por vencimiento
      *          y las ordenes de pago emitidas y no confirmadas de
      *          ordenes-pago.txt por fecha de emision, asignadas al
      *          consorcio por su orden de trabajo (leida por numero
      *          en ordenes_indexed.txt). Lo ya vencido se proyecta
      *          en la primera semana; lo que vence despues de los 90
      *          dias queda afuera. Emite por consorcio el saldo
      *          proyectado semana a semana y marca, tambien en la
      *          bitacora, los consorcios cuyo saldo proyectado queda
      *          negativo.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUJO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAE   ASSIGN TO "maestro.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MAE.
           SELECT CSA   ASSIGN TO "caja-saldos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CSA.
           SELECT OPTIONAL MHI
                        ASSIGN TO "moros-hist.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MHI.
           SELECT OPTIONAL CONV
                        ASSIGN TO "convenios.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CONV.
           SELECT PAG   ASSIGN TO "pagos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PAG.
           SELECT OPTIONAL EXPUF
                        ASSIGN TO "expensas-uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXPUF.
           SELECT EXP   ASSIGN TO "expensas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXP.
           SELECT FAC   ASSIGN TO "facturas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-FAC.
           SELECT OPTIONAL ORP
                        ASSIGN TO "ordenes-pago.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ORP.
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

       FD  CSA.
       01  REG-CSA.
           03 CSA-CUIT-CONS PIC 9(15).
           03 CSA-SIGNO PIC X(1).
           03 CSA-SALDO PIC 9(11)V99.

       FD  MHI.
       01  REG-MHI.
           03 MHI-PERIODO PIC 9(6).
           03 MHI-ENTIDAD PIC 9(3).
           03 MHI-CANT-MOROSOS PIC 9(4).
           03 MHI-DEUDA-30 PIC 9(11)V99.
           03 MHI-DEUDA-60 PIC 9(11)V99.
           03 MHI-DEUDA-90 PIC 9(11)V99.
           03 MHI-DEUDA-MAS-90 PIC 9(11)V99.
           03 MHI-DEUDA-TOTAL PIC 9(11)V99.

       FD  CONV.
       01  REG-CONV.
           03 CONV-CUIT-CONS PIC 9(15).
           03 CONV-FECHA-ALTA PIC 9(8).
           03 CONV-CANT-CUOTAS PIC 9(2).
           03 CONV-NRO-CUOTA PIC 9(2).
           03 CONV-IMPORTE PIC 9(9)V99.
           03 CONV-VENCIMIENTO PIC 9(8).
           03 CONV-ESTADO PIC 9(1).

       FD  PAG.
       01  REG-PAG.
           03 PAG-CUIT-CONS    PIC 9(15).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC S9(9)V99.
           03 PAG-NRO-UNIDAD   PIC 9(4).

       FD  EXPUF.
       01  REG-EXPUF.
           03 EXPUF-CUIT-CONS PIC 9(15).
           03 EXPUF-NRO-UNIDAD PIC 9(4).
           03 EXPUF-PERIODO PIC 9(6).
           03 EXPUF-IMPORTE PIC 9(9)V99.
           03 EXPUF-VENCIMIENTO PIC 9(8).

       FD  EXP.
       01  REG-EXP.
           03 EXP-CUIT-CONS    PIC 9(15).
           03 EXP-PERIODO      PIC 9(6).
           03 EXP-IMPORTE      PIC 9(9)V99.
           03 EXP-VENCIMIENTO  PIC 9(8).

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

       FD  ORP.
       01  REG-ORP.
           03 OP-NUMERO PIC 9(8).
           03 OP-FECHA PIC 9(8).
           03 OP-COD-PROV PIC 9(8).
           03 OP-FAC-NUMERO PIC 9(8).
           03 OP-IMPORTE PIC 9(9)V99.
           03 OP-ESTADO PIC 9(1).

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

       WORKING-STORAGE SECTION.

       01  LINEA PIC X(106).

       77  FS-MAE PIC XX.
           88 OK-MAE VALUE "00".
           88 NO-MAE VALUE "23".
           88 EOF-MAE VALUE "10".
       77  FS-CSA PIC XX.
           88 OK-CSA VALUE "00".
           88 NO-CSA VALUE "23".
           88 EOF-CSA VALUE "10".
       77  FS-MHI PIC XX.
           88 OK-MHI VALUE "00".
           88 NO-MHI VALUE "23".
           88 EOF-MHI VALUE "10".
       77  FS-CONV PIC XX.
           88 OK-CONV VALUE "00".
           88 NO-CONV VALUE "23".
           88 EOF-CONV VALUE "10".
       77  FS-PAG PIC XX.
           88 OK-PAG VALUE "00".
           88 NO-PAG VALUE "23".
           88 EOF-PAG VALUE "10".
       77  FS-EXPUF PIC XX.
           88 OK-EXPUF VALUE "00".
           88 NO-EXPUF VALUE "23".
           88 EOF-EXPUF VALUE "10".
       77  FS-EXP PIC XX.
           88 OK-EXP VALUE "00".
           88 NO-EXP VALUE "23".
           88 EOF-EXP VALUE "10".
       77  FS-FAC PIC XX.
           88 OK-FAC VALUE "00".
           88 NO-FAC VALUE "23".
           88 EOF-FAC VALUE "10".
       77  FS-ORP PIC XX.
           88 OK-ORP VALUE "00".
           88 NO-ORP VALUE "23".
           88 EOF-ORP VALUE "10".
       77  FS-FAC-INDEX PIC XX.
           88 OK-FAC-INDEX VALUE "00".
           88 NO-FAC-INDEX VALUE "23".
           88 EOF-FAC-INDEX VALUE "10".
       77  FS-ORT-INDEX PIC XX.
           88 OK-ORT-INDEX VALUE "00".
           88 NO-ORT-INDEX VALUE "23".
           88 EOF-ORT-INDEX VALUE "10".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-HAY-ORDENES PIC X(1) VALUE "N".
           88 HAY-ORDENES VALUE "S".
       01  SW-HAY-FACTURAS PIC X(1) VALUE "N".
           88 HAY-FACTURAS VALUE "S".
       01  SW-ENCONTRADA-OT PIC X(1) VALUE "N".
           88 ENCONTRADA-OT VALUE "S".
       01  SW-ENCONTRADA-FAC PIC X(1) VALUE "N".
           88 ENCONTRADA-FAC VALUE "S".
       01  SW-CONS-HALLADO PIC X(1) VALUE "N".
           88 CONS-HALLADO VALUE "S".
       01  SW-PGU-HALLADO PIC X(1) VALUE "N".
           88 PGU-HALLADO VALUE "S".

      * Horizonte de la proyeccion, en semanas de siete dias.
       01  CANT-SEMANAS PIC 9(2) VALUE 13.
       01  DIAS-HORIZONTE PIC 9(3) VALUE 90.

       01  FECHA PIC X(10).
       01  FECHA-HOY.
           03 FH-ANIO   PIC 9(4).
           03 FH-MES    PIC 9(2).
           03 FH-DIA    PIC 9(2).
       01  FECHA-HOY-N REDEFINES FECHA-HOY PIC 9(8).
       01  FECHA-CALC PIC 9(8) VALUE 0.
       01  FECHA-CALC-R REDEFINES FECHA-CALC.
           03 FC-ANIO   PIC 9(4).
           03 FC-MES    PIC 9(2).
           03 FC-DIA    PIC 9(2).
       01  DIAS-HOY PIC 9(7) VALUE 0.
       01  DIAS-FECHA PIC 9(7) VALUE 0.
       01  DIAS-DIFERENCIA PIC S9(7) VALUE 0.
       01  SEMANA PIC 9(2) VALUE 0.

      * Consorcios activos con su proyeccion. TAB-CON-CREDITO es el
      * credito sin imputar a una unidad (negativo si un pago
      * anulado reabrio deuda). Por semana: cobranza esperada de
      * expensas, cuotas de convenio, facturas y ordenes de pago.
       01  CANT-CON PIC 9(4) VALUE 0.
       01  TABLA-CON.
           03 TAB-CON OCCURS 2000 TIMES.
              05 TAB-CON-CUIT PIC 9(15).
              05 TAB-CON-NOMBRE PIC X(30).
              05 TAB-CON-ENTIDAD PIC 9(3).
              05 TAB-CON-SALDO-INI PIC S9(11)V99.
              05 TAB-CON-CREDITO PIC S9(11)V99.
              05 TAB-CON-CONV-VIGENTE PIC X(1).
              05 TAB-CON-CONV-ALTA PIC 9(8).
              05 TAB-CON-CONV-PAGADO PIC 9(11)V99.
              05 TAB-CON-ULT-PRORRATEO PIC 9(6).
              05 TAB-CON-SEM OCCURS 13 TIMES.
                 07 TAB-SEM-COBRANZA PIC 9(11)V99.
                 07 TAB-SEM-CONVENIO PIC 9(11)V99.
                 07 TAB-SEM-FACTURAS PIC 9(11)V99.
                 07 TAB-SEM-ORDENES PIC 9(11)V99.
       01  POS-CON PIC 9(4) VALUE 1.
       01  CUIT-BUSCADO PIC 9(15) VALUE 0.

      * Pagos acumulados por unidad funcional.
       01  CANT-PGU PIC 9(4) VALUE 0.
       01  TABLA-PGU.
           03 TAB-PGU OCCURS 9999 TIMES.
              05 TAB-PGU-CON PIC 9(4).
              05 TAB-PGU-UNIDAD PIC 9(4).
              05 TAB-PGU-CREDITO PIC S9(11)V99.
       01  POS-PGU PIC 9(4) VALUE 1.
       01  UNIDAD-BUSCADA PIC 9(4) VALUE 0.

      * Tasa de cobro por entidad (subindice = entidad + 1): suma de
      * la deuda de 30 dias de cada periodo y de la de 60 dias del
      * periodo siguiente, que es la que no se cobro en el mes.
       01  TABLA-TASA-ENT.
           03 TAB-TEN OCCURS 1000 TIMES.
              05 TAB-TEN-ULT-PERIODO PIC 9(6).
              05 TAB-TEN-ULT-DEUDA-30 PIC 9(11)V99.
              05 TAB-TEN-SUMA-30 PIC 9(13)V99.
              05 TAB-TEN-SUMA-60 PIC 9(13)V99.
       01  POS-TEN PIC 9(4) VALUE 0.
       01  TASA-COBRO PIC 9V9(4) VALUE 1.
       01  TASA-COBRO-PORC PIC ZZ9.99.

       01  IMPORTE-IMPAGO PIC 9(11)V99 VALUE 0.
       01  CREDITO-APLICADO PIC 9(11)V99 VALUE 0.
       01  CREDITO-RESTANTE PIC S9(11)V99 VALUE 0.
       01  SALDO-PROYECTADO PIC S9(11)V99 VALUE 0.
       01  SEMANA-NEGATIVA PIC 9(2) VALUE 0.
       01  SUBIND-SEM PIC 9(2) VALUE 0.
       01  DIA-DESDE PIC 9(3) VALUE 0.
       01  DIA-HASTA PIC 9(3) VALUE 0.

       01  CANT-PAG-SIN-CONS PIC 9(5) VALUE 0.
       01  CANT-FAC-PENDIENTES PIC 9(5) VALUE 0.
       01  CANT-FAC-SIN-CONS PIC 9(5) VALUE 0.
       01  CANT-ORP-EMITIDAS PIC 9(5) VALUE 0.
       01  CANT-ORP-SIN-CONS PIC 9(5) VALUE 0.
       01  CANT-NEGATIVOS PIC 9(4) VALUE 0.

       01  BTC-PROGRAMA PIC X(8) VALUE "FLUJO".
       01  BTC-SEVERIDAD PIC X(1) VALUE "A".
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       01  LINEA1.
           03 FILLER PIC X(7) VALUE "Fecha: ".
           03 LIN1-FECHA PIC X(10).
           03 FILLER PIC X(62) VALUE SPACES.
           03 FILLER PIC X(9) VALUE "Hoja nro ".
           03 HOJA PIC 9(2).
       01  RENGLONES-HOJA PIC 9(3) VALUE 0.
       01  MAX-RENGLONES-HOJA PIC 9(3) VALUE 50.

       01  TITULO.
           03 FILLER PIC X(25) VALUE SPACES.
           03 FILLER PIC X(44)
              VALUE "PROYECCION DE FLUJO DE FONDOS A 90 DIAS".
           03 FILLER PIC X(37) VALUE SPACES.

       01  FLU-CONSORCIO.
           03 FILLER PIC X(11) VALUE "CONSORCIO: ".
           03 FLUCON-CUIT PIC 9(15).
           03 FILLER PIC X(3) VALUE " - ".
           03 FLUCON-NOMBRE PIC X(30).
           03 FILLER PIC X(15) VALUE "  TASA COBRO: ".
           03 FLUCON-TASA PIC ZZ9.99.
           03 FILLER PIC X(1) VALUE "%".
           03 FLUCON-CONVENIO PIC X(17).
           03 FILLER PIC X(8) VALUE SPACES.

       01  FLU-ROTULO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20) VALUE "SEMANA  DIAS".
           03 FILLER PIC X(14) VALUE "     COBRANZAS".
           03 FILLER PIC X(14) VALUE "     CONVENIOS".
           03 FILLER PIC X(14) VALUE "      FACTURAS".
           03 FILLER PIC X(14) VALUE "   ORD. PAGO".
           03 FILLER PIC X(17) VALUE "  SALDO PROYECT.".
           03 FILLER PIC X(11) VALUE SPACES.

       01  FLU-SALDO-INICIAL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20) VALUE "SALDO DE CAJA".
           03 FILLER PIC X(58) VALUE SPACES.
           03 FLUSAL-SALDO PIC -ZZZZZZZZZZ9.99.
           03 FILLER PIC X(11) VALUE SPACES.

       01  FLU-LINEA.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FLULIN-SEMANA PIC Z9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FLULIN-DESDE PIC ZZ9.
           03 FILLER PIC X(3) VALUE " a ".
           03 FLULIN-HASTA PIC ZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 FLULIN-COBRANZA PIC ZZZZZZZZZZ9.99
               BLANK WHEN ZERO.
           03 FLULIN-CONVENIO PIC ZZZZZZZZZZ9.99
               BLANK WHEN ZERO.
           03 FLULIN-FACTURAS PIC ZZZZZZZZZZ9.99
               BLANK WHEN ZERO.
           03 FLULIN-ORDENES PIC ZZZZZZZZZZ9.99
               BLANK WHEN ZERO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FLULIN-SALDO PIC -ZZZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FLULIN-MARCA PIC X(10).

       01  FLU-NEGATIVO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(46)
              VALUE "*** SALDO PROYECTADO NEGATIVO DESDE LA SEMANA ".
           03 FLUNEG-SEMANA PIC Z9.
           03 FILLER PIC X(4) VALUE " ***".
           03 FILLER PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF ERROR-APERTURA
               DISPLAY "FLUJO: abortando, error de apertura de "
                   "archivos"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CARGAR-CONSORCIOS
               PERFORM CARGAR-SALDOS-CAJA
               PERFORM CARGAR-TASAS
               PERFORM CARGAR-CONVENIOS
               PERFORM CARGAR-PAGOS
               PERFORM PROYECTAR-EXPENSAS-UF
               PERFORM PROYECTAR-EXPENSAS
               MOVE 1 TO POS-CON
               PERFORM APLICAR-CREDITO UNTIL POS-CON > CANT-CON
               PERFORM PROYECTAR-FACTURAS
               PERFORM PROYECTAR-ORDENES-PAGO
               IF HAY-ORDENES
                   CLOSE ORT-INDEX
               END-IF
               PERFORM IMPRIMIR-PROYECCION
               PERFORM IMPR-RESUMEN
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           STRING FH-ANIO "/" FH-MES "/" FH-DIA
               DELIMITED BY SIZE INTO FECHA.
           COMPUTE DIAS-HOY = FH-ANIO * 360 + FH-MES * 30 + FH-DIA.
           OPEN INPUT MAE.
           IF FS-MAE NOT = "00"
               DISPLAY "Error en open maestro FS: " FS-MAE
               MOVE "S" TO SW-ERROR-APERTURA.
           OPEN INPUT PAG.
           IF FS-PAG NOT = "00"
               DISPLAY "Error en open pagos FS: " FS-PAG
               MOVE "S" TO SW-ERROR-APERTURA.
           OPEN INPUT EXP.
           IF FS-EXP NOT = "00"
               DISPLAY "Error en open expensas FS: " FS-EXP
               MOVE "S" TO SW-ERROR-APERTURA.
           OPEN INPUT FAC.
           IF FS-FAC NOT = "00"
               DISPLAY "Error en open facturas FS: " FS-FAC
               MOVE "S" TO SW-ERROR-APERTURA.
           OPEN INPUT ORT-INDEX.
           IF FS-ORT-INDEX EQUAL "00"
               MOVE "S" TO SW-HAY-ORDENES
           ELSE
               DISPLAY "ADVERTENCIA: ordenes_indexed.txt inexistente "
                   "o ilegible (FS: " FS-ORT-INDEX "), los egresos no "
                   "podran asignarse a consorcios".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Ubica en la semana de la proyeccion la fecha de FECHA-CALC,
      * con el calendario comercial de 360 dias que usa COBRAR. Lo
      * vencido va a la primera semana; fuera del horizonte SEMANA
      * queda en cero.
      *>-----------------------------------------------------------*
       CALCULAR-SEMANA.
           COMPUTE DIAS-FECHA = FC-ANIO * 360 + FC-MES * 30 + FC-DIA.
           COMPUTE DIAS-DIFERENCIA = DIAS-FECHA - DIAS-HOY.
           IF DIAS-DIFERENCIA < 0
               MOVE 1 TO SEMANA
           ELSE
               IF DIAS-DIFERENCIA > DIAS-HORIZONTE
                   MOVE 0 TO SEMANA
               ELSE
                   COMPUTE SEMANA = DIAS-DIFERENCIA / 7 + 1.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Ubica el consorcio de CUIT-BUSCADO; los archivos vienen por
      * CUIT, asi que se prueba primero con el ultimo hallado.
      *>-----------------------------------------------------------*
       BUSCAR-CONSORCIO.
           IF POS-CON > 0 AND POS-CON <= CANT-CON
               AND TAB-CON-CUIT(POS-CON) = CUIT-BUSCADO
               MOVE "S" TO SW-CONS-HALLADO
           ELSE
               MOVE "N" TO SW-CONS-HALLADO
               MOVE 1 TO POS-CON
               PERFORM BUSCAR-CONSORCIO-PASO
                   UNTIL POS-CON > CANT-CON OR CONS-HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CONSORCIO-PASO.
           IF TAB-CON-CUIT(POS-CON) = CUIT-BUSCADO
               MOVE "S" TO SW-CONS-HALLADO
           ELSE
               ADD 1 TO POS-CON.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-CONSORCIOS.
           PERFORM LEER-MAE.
           PERFORM CARGAR-CONSORCIO-PASO UNTIL EOF-MAE.
           CLOSE MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MAE.
           READ MAE
               AT END MOVE "10" TO FS-MAE.
           IF FS-MAE NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER MAE FS: ' FS-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-CONSORCIO-PASO.
           IF CANT-CON < 2000
               ADD 1 TO CANT-CON
               MOVE MAE-CUIT-CONS TO TAB-CON-CUIT(CANT-CON)
               MOVE MAE-NOMBRE-CONSORCIO TO TAB-CON-NOMBRE(CANT-CON)
               MOVE MAE-ENTIDAD TO TAB-CON-ENTIDAD(CANT-CON)
               MOVE ZEROS TO TAB-CON-SALDO-INI(CANT-CON)
               MOVE ZEROS TO TAB-CON-CREDITO(CANT-CON)
               MOVE "N" TO TAB-CON-CONV-VIGENTE(CANT-CON)
               MOVE ZEROS TO TAB-CON-CONV-ALTA(CANT-CON)
               MOVE ZEROS TO TAB-CON-CONV-PAGADO(CANT-CON)
               MOVE ZEROS TO TAB-CON-ULT-PRORRATEO(CANT-CON)
               MOVE 1 TO SUBIND-SEM
               PERFORM LIMPIAR-SEMANA UNTIL SUBIND-SEM > CANT-SEMANAS
           ELSE
               DISPLAY "ADVERTENCIA: tabla de consorcios llena, el "
                   "CUIT " MAE-CUIT-CONS " queda fuera de la "
                   "proyeccion".
           PERFORM LEER-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LIMPIAR-SEMANA.
           MOVE ZEROS TO TAB-SEM-COBRANZA(CANT-CON, SUBIND-SEM).
           MOVE ZEROS TO TAB-SEM-CONVENIO(CANT-CON, SUBIND-SEM).
           MOVE ZEROS TO TAB-SEM-FACTURAS(CANT-CON, SUBIND-SEM).
           MOVE ZEROS TO TAB-SEM-ORDENES(CANT-CON, SUBIND-SEM).
           ADD 1 TO SUBIND-SEM.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-SALDOS-CAJA.
           OPEN INPUT CSA.
           IF FS-CSA EQUAL "00"
               PERFORM LEER-CSA
               PERFORM CARGAR-SALDO-PASO UNTIL EOF-CSA
               CLOSE CSA
           ELSE
               DISPLAY "ADVERTENCIA: caja-saldos.txt inexistente o "
                   "ilegible (FS: " FS-CSA "), todos los saldos "
                   "iniciales arrancan en cero".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-CSA.
           READ CSA
               AT END MOVE "10" TO FS-CSA.
           IF FS-CSA NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER SALDOS DE CAJA FS: ' FS-CSA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-SALDO-PASO.
           MOVE CSA-CUIT-CONS TO CUIT-BUSCADO.
           PERFORM BUSCAR-CONSORCIO.
           IF CONS-HALLADO
               IF CSA-SIGNO = "-"
                   COMPUTE TAB-CON-SALDO-INI(POS-CON) = 0 - CSA-SALDO
               ELSE
                   MOVE CSA-SALDO TO TAB-CON-SALDO-INI(POS-CON).
           PERFORM LEER-CSA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * moros-hist.txt se agrega en orden de periodo; una corrida
      * repetida del mismo periodo reemplaza a la anterior.
      *>-----------------------------------------------------------*
       CARGAR-TASAS.
           MOVE ZEROS TO TABLA-TASA-ENT.
           OPEN INPUT MHI.
           IF FS-MHI EQUAL "00"
               PERFORM LEER-MHI
               PERFORM CARGAR-TASA-PASO UNTIL EOF-MHI
               CLOSE MHI
           ELSE
               IF FS-MHI = "05"
                   CLOSE MHI
               END-IF
               DISPLAY "ADVERTENCIA: moros-hist.txt inexistente o "
                   "vacio, la cobranza se proyecta sin ajuste".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MHI.
           READ MHI
               AT END MOVE "10" TO FS-MHI.
           IF FS-MHI NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER HISTORICO DE MOROSIDAD FS: '
                   FS-MHI.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-TASA-PASO.
           COMPUTE POS-TEN = MHI-ENTIDAD + 1.
           IF MHI-PERIODO > TAB-TEN-ULT-PERIODO(POS-TEN)
               IF TAB-TEN-ULT-PERIODO(POS-TEN) > 0
                   ADD TAB-TEN-ULT-DEUDA-30(POS-TEN)
                       TO TAB-TEN-SUMA-30(POS-TEN)
                   ADD MHI-DEUDA-60 TO TAB-TEN-SUMA-60(POS-TEN)
               END-IF
               MOVE MHI-PERIODO TO TAB-TEN-ULT-PERIODO(POS-TEN)
               MOVE MHI-DEUDA-30 TO TAB-TEN-ULT-DEUDA-30(POS-TEN)
           ELSE
               IF MHI-PERIODO = TAB-TEN-ULT-PERIODO(POS-TEN)
                   MOVE MHI-DEUDA-30
                       TO TAB-TEN-ULT-DEUDA-30(POS-TEN).
           PERFORM LEER-MHI.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Sin historia de la entidad se proyecta el 100%.
      *>-----------------------------------------------------------*
       CALCULAR-TASA-COBRO.
           COMPUTE POS-TEN = TAB-CON-ENTIDAD(POS-CON) + 1.
           MOVE 1 TO TASA-COBRO.
           IF TAB-TEN-SUMA-30(POS-TEN) > 0
               IF TAB-TEN-SUMA-60(POS-TEN) >= TAB-TEN-SUMA-30(POS-TEN)
                   MOVE 0 TO TASA-COBRO
               ELSE
                   COMPUTE TASA-COBRO ROUNDED = 1 -
                       TAB-TEN-SUMA-60(POS-TEN) /
                       TAB-TEN-SUMA-30(POS-TEN).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Cuotas pendientes (estado 1) de los convenios vigentes. Las
      * pagadas (estado 2) se descuentan de los pagos hechos desde
      * el alta, que COBRAR imputo primero a las cuotas.
      *>-----------------------------------------------------------*
       CARGAR-CONVENIOS.
           OPEN INPUT CONV.
           IF FS-CONV EQUAL "00"
               PERFORM LEER-CONV
               PERFORM CARGAR-CONVENIO-PASO UNTIL EOF-CONV
               CLOSE CONV
           ELSE
               IF FS-CONV = "05"
                   CLOSE CONV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-CONV.
           READ CONV
               AT END MOVE "10" TO FS-CONV.
           IF FS-CONV NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER CONVENIOS FS: ' FS-CONV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-CONVENIO-PASO.
           MOVE CONV-CUIT-CONS TO CUIT-BUSCADO.
           PERFORM BUSCAR-CONSORCIO.
           IF CONS-HALLADO AND CONV-ESTADO = 1
               MOVE "S" TO TAB-CON-CONV-VIGENTE(POS-CON)
               MOVE CONV-FECHA-ALTA TO TAB-CON-CONV-ALTA(POS-CON)
               MOVE CONV-VENCIMIENTO TO FECHA-CALC
               PERFORM CALCULAR-SEMANA
               IF SEMANA > 0
                   ADD CONV-IMPORTE
                       TO TAB-SEM-CONVENIO(POS-CON, SEMANA).
           IF CONS-HALLADO AND CONV-ESTADO = 2
               ADD CONV-IMPORTE TO TAB-CON-CONV-PAGADO(POS-CON).
           PERFORM LEER-CONV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Los pagos con unidad se acumulan por unidad; los sin
      * imputar (unidad 0) son credito del CUIT. Con convenio
      * vigente solo cuentan los pagos desde el alta, del CUIT.
      *>-----------------------------------------------------------*
       CARGAR-PAGOS.
           PERFORM LEER-PAG.
           PERFORM CARGAR-PAGO-PASO UNTIL EOF-PAG.
           CLOSE PAG.
           MOVE 1 TO POS-CON.
           PERFORM DESCONTAR-CUOTAS-PAGAS UNTIL POS-CON > CANT-CON.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PAG.
           READ PAG
               AT END MOVE "10" TO FS-PAG.
           IF FS-PAG NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PAGOS FS: ' FS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PAGO-PASO.
           MOVE PAG-CUIT-CONS TO CUIT-BUSCADO.
           PERFORM BUSCAR-CONSORCIO.
           IF NOT CONS-HALLADO
               ADD 1 TO CANT-PAG-SIN-CONS
           ELSE
               IF TAB-CON-CONV-VIGENTE(POS-CON) = "S"
                   IF PAG-FECHA >= TAB-CON-CONV-ALTA(POS-CON)
                       ADD PAG-IMPORTE TO TAB-CON-CREDITO(POS-CON)
                   END-IF
               ELSE
                   IF PAG-NRO-UNIDAD = 0
                       ADD PAG-IMPORTE TO TAB-CON-CREDITO(POS-CON)
                   ELSE
                       MOVE PAG-NRO-UNIDAD TO UNIDAD-BUSCADA
                       PERFORM BUSCAR-PGU
                       IF PGU-HALLADO
                           ADD PAG-IMPORTE
                               TO TAB-PGU-CREDITO(POS-PGU)
                       ELSE
                           PERFORM AGREGAR-PGU
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AGREGAR-PGU.
           IF CANT-PGU < 9999
               ADD 1 TO CANT-PGU
               MOVE POS-CON TO TAB-PGU-CON(CANT-PGU)
               MOVE PAG-NRO-UNIDAD TO TAB-PGU-UNIDAD(CANT-PGU)
               MOVE PAG-IMPORTE TO TAB-PGU-CREDITO(CANT-PGU)
               MOVE CANT-PGU TO POS-PGU
           ELSE
               DISPLAY "ADVERTENCIA: tabla de pagos por unidad llena, "
                   "el pago de la unidad " PAG-NRO-UNIDAD
                   " queda como credito del CUIT " PAG-CUIT-CONS
               ADD PAG-IMPORTE TO TAB-CON-CREDITO(POS-CON).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PGU.
           IF POS-PGU > 0 AND POS-PGU <= CANT-PGU
               AND TAB-PGU-CON(POS-PGU) = POS-CON
               AND TAB-PGU-UNIDAD(POS-PGU) = UNIDAD-BUSCADA
               MOVE "S" TO SW-PGU-HALLADO
           ELSE
               MOVE "N" TO SW-PGU-HALLADO
               MOVE 1 TO POS-PGU
               PERFORM BUSCAR-PGU-PASO
                   UNTIL POS-PGU > CANT-PGU OR PGU-HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PGU-PASO.
           IF TAB-PGU-CON(POS-PGU) = POS-CON
               AND TAB-PGU-UNIDAD(POS-PGU) = UNIDAD-BUSCADA
               MOVE "S" TO SW-PGU-HALLADO
           ELSE
               ADD 1 TO POS-PGU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       DESCONTAR-CUOTAS-PAGAS.
           IF TAB-CON-CONV-VIGENTE(POS-CON) = "S"
               SUBTRACT TAB-CON-CONV-PAGADO(POS-CON)
                   FROM TAB-CON-CREDITO(POS-CON)
               IF TAB-CON-CREDITO(POS-CON) < 0
                   MOVE ZEROS TO TAB-CON-CREDITO(POS-CON).
           ADD 1 TO POS-CON.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Apareo por unidad de expensas-uf.txt, de la emision mas
      * vieja a la mas nueva, contra lo pagado por la unidad.
      *>-----------------------------------------------------------*
       PROYECTAR-EXPENSAS-UF.
           OPEN INPUT EXPUF.
           IF FS-EXPUF EQUAL "00"
               PERFORM LEER-EXPUF
               PERFORM PROYECTAR-EXPUF-PASO UNTIL EOF-EXPUF
               CLOSE EXPUF
           ELSE
               IF FS-EXPUF = "05"
                   CLOSE EXPUF.
           MOVE 1 TO POS-PGU.
           PERFORM PASAR-CREDITO-UNIDAD UNTIL POS-PGU > CANT-PGU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-EXPUF.
           READ EXPUF
               AT END MOVE "10" TO FS-EXPUF.
           IF FS-EXPUF NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER EXPENSAS UF FS: ' FS-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       PROYECTAR-EXPUF-PASO.
           MOVE EXPUF-CUIT-CONS TO CUIT-BUSCADO.
           PERFORM BUSCAR-CONSORCIO.
           IF CONS-HALLADO
               AND TAB-CON-CONV-VIGENTE(POS-CON) NOT = "S"
               IF EXPUF-PERIODO > TAB-CON-ULT-PRORRATEO(POS-CON)
                   MOVE EXPUF-PERIODO
                       TO TAB-CON-ULT-PRORRATEO(POS-CON)
               END-IF
               MOVE EXPUF-IMPORTE TO IMPORTE-IMPAGO
               MOVE EXPUF-NRO-UNIDAD TO UNIDAD-BUSCADA
               PERFORM BUSCAR-PGU
               IF PGU-HALLADO AND TAB-PGU-CREDITO(POS-PGU) > 0
                   PERFORM IMPUTAR-CREDITO-UNIDAD
               END-IF
               IF IMPORTE-IMPAGO > 0
                   MOVE EXPUF-VENCIMIENTO TO FECHA-CALC
                   PERFORM SUMAR-COBRANZA
               END-IF
           END-IF.
           PERFORM LEER-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPUTAR-CREDITO-UNIDAD.
           IF TAB-PGU-CREDITO(POS-PGU) >= IMPORTE-IMPAGO
               SUBTRACT IMPORTE-IMPAGO FROM TAB-PGU-CREDITO(POS-PGU)
               MOVE 0 TO IMPORTE-IMPAGO
           ELSE
               SUBTRACT TAB-PGU-CREDITO(POS-PGU) FROM IMPORTE-IMPAGO
               MOVE 0 TO TAB-PGU-CREDITO(POS-PGU).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-COBRANZA.
           PERFORM CALCULAR-SEMANA.
           IF SEMANA > 0
               ADD IMPORTE-IMPAGO TO TAB-SEM-COBRANZA(POS-CON, SEMANA).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Lo que sobra (o falta, por un pago anulado) en cada unidad
      * pasa al credito del CUIT.
      *>-----------------------------------------------------------*
       PASAR-CREDITO-UNIDAD.
           MOVE TAB-PGU-CON(POS-PGU) TO POS-CON.
           ADD TAB-PGU-CREDITO(POS-PGU) TO TAB-CON-CREDITO(POS-CON).
           ADD 1 TO POS-PGU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * De expensas.txt se toman las emisiones que todavia no se
      * prorratearon por unidad y, con convenio vigente, las
      * vencidas desde el alta.
      *>-----------------------------------------------------------*
       PROYECTAR-EXPENSAS.
           PERFORM LEER-EXP.
           PERFORM PROYECTAR-EXP-PASO UNTIL EOF-EXP.
           CLOSE EXP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-EXP.
           READ EXP
               AT END MOVE "10" TO FS-EXP.
           IF FS-EXP NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER EXPENSAS FS: ' FS-EXP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       PROYECTAR-EXP-PASO.
           MOVE EXP-CUIT-CONS TO CUIT-BUSCADO.
           PERFORM BUSCAR-CONSORCIO.
           IF CONS-HALLADO
               MOVE EXP-IMPORTE TO IMPORTE-IMPAGO
               MOVE EXP-VENCIMIENTO TO FECHA-CALC
               IF TAB-CON-CONV-VIGENTE(POS-CON) = "S"
                   IF EXP-VENCIMIENTO >= TAB-CON-CONV-ALTA(POS-CON)
                       PERFORM SUMAR-COBRANZA
                   END-IF
               ELSE
                   IF EXP-PERIODO > TAB-CON-ULT-PRORRATEO(POS-CON)
                       PERFORM SUMAR-COBRANZA
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-EXP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * El credito del CUIT cubre la cobranza esperada de la semana
      * mas temprana en adelante (lo mas viejo primero); si quedo
      * negativo es deuda reabierta, ya vencida. Despues se aplica
      * la tasa de cobro de la entidad.
      *>-----------------------------------------------------------*
       APLICAR-CREDITO.
           MOVE TAB-CON-CREDITO(POS-CON) TO CREDITO-RESTANTE.
           IF CREDITO-RESTANTE < 0
               COMPUTE TAB-SEM-COBRANZA(POS-CON, 1) =
                   TAB-SEM-COBRANZA(POS-CON, 1) - CREDITO-RESTANTE
               MOVE 0 TO CREDITO-RESTANTE.
           PERFORM CALCULAR-TASA-COBRO.
           MOVE 1 TO SUBIND-SEM.
           PERFORM APLICAR-CREDITO-SEMANA
               UNTIL SUBIND-SEM > CANT-SEMANAS.
           ADD 1 TO POS-CON.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       APLICAR-CREDITO-SEMANA.
           IF CREDITO-RESTANTE > 0
               IF CREDITO-RESTANTE >=
                   TAB-SEM-COBRANZA(POS-CON, SUBIND-SEM)
                   SUBTRACT TAB-SEM-COBRANZA(POS-CON, SUBIND-SEM)
                       FROM CREDITO-RESTANTE
                   MOVE 0 TO TAB-SEM-COBRANZA(POS-CON, SUBIND-SEM)
               ELSE
                   SUBTRACT CREDITO-RESTANTE
                       FROM TAB-SEM-COBRANZA(POS-CON, SUBIND-SEM)
                   MOVE 0 TO CREDITO-RESTANTE.
           COMPUTE TAB-SEM-COBRANZA(POS-CON, SUBIND-SEM) ROUNDED =
               TAB-SEM-COBRANZA(POS-CON, SUBIND-SEM) * TASA-COBRO.
           ADD 1 TO SUBIND-SEM.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Facturas pendientes (estado 1); las que estan en pago
      * (estado 3) salen por su orden de pago.
      *>-----------------------------------------------------------*
       PROYECTAR-FACTURAS.
           PERFORM LEER-FAC.
           PERFORM PROYECTAR-FAC-PASO UNTIL EOF-FAC.
           CLOSE FAC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-FAC.
           READ FAC
               AT END MOVE "10" TO FS-FAC.
           IF FS-FAC NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER FACTURAS FS: ' FS-FAC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       PROYECTAR-FAC-PASO.
           IF FAC-ESTADO = 1
               ADD 1 TO CANT-FAC-PENDIENTES
               MOVE FAC-OT-NUMERO TO OT-INDEX-NUMERO
               PERFORM BUSCAR-OT
               MOVE "N" TO SW-CONS-HALLADO
               IF ENCONTRADA-OT
                   MOVE OT-INDEX-CUIT-CONS TO CUIT-BUSCADO
                   PERFORM BUSCAR-CONSORCIO
               END-IF
               IF CONS-HALLADO
                   MOVE FAC-FECHA-VENCIMIENTO TO FECHA-CALC
                   PERFORM CALCULAR-SEMANA
                   IF SEMANA > 0
                       ADD FAC-IMPORTE
                           TO TAB-SEM-FACTURAS(POS-CON, SEMANA)
                   END-IF
               ELSE
                   ADD 1 TO CANT-FAC-SIN-CONS
                   DISPLAY "ADVERTENCIA: factura " FAC-NUMERO
                       " del proveedor " FAC-COD-PROV
                       " sin orden que indique el consorcio, "
                       "queda fuera de la proyeccion"
               END-IF
           END-IF.
           PERFORM LEER-FAC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-OT.
           MOVE "N" TO SW-ENCONTRADA-OT.
           IF HAY-ORDENES AND OT-INDEX-NUMERO NOT = ZERO
               READ ORT-INDEX RECORD
                   INVALID KEY MOVE "23" TO FS-ORT-INDEX
               END-READ
               IF OK-ORT-INDEX
                   MOVE "S" TO SW-ENCONTRADA-OT
               ELSE
                   IF NOT NO-ORT-INDEX
                       DISPLAY 'ERROR AL LEER ORDENES INDEXADO FS: '
                           FS-ORT-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Ordenes de pago emitidas (estado 1) que CONFPAGO todavia no
      * confirmo; el consorcio sale de la orden de trabajo de su
      * factura.
      *>-----------------------------------------------------------*
       PROYECTAR-ORDENES-PAGO.
           OPEN INPUT ORP.
           IF FS-ORP EQUAL "00"
               OPEN INPUT FAC-INDEX
               IF FS-FAC-INDEX EQUAL "00"
                   MOVE "S" TO SW-HAY-FACTURAS
               ELSE
                   DISPLAY "ADVERTENCIA: facturas_indexed.txt "
                       "inexistente o ilegible (FS: " FS-FAC-INDEX
                       "), las ordenes de pago no podran asignarse "
                       "a consorcios"
               END-IF
               PERFORM LEER-ORP
               PERFORM PROYECTAR-ORP-PASO UNTIL EOF-ORP
               CLOSE ORP
               IF HAY-FACTURAS
                   CLOSE FAC-INDEX
               END-IF
           ELSE
               IF FS-ORP = "05"
                   CLOSE ORP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-ORP.
           READ ORP
               AT END MOVE "10" TO FS-ORP.
           IF FS-ORP NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER ORDENES DE PAGO FS: ' FS-ORP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       PROYECTAR-ORP-PASO.
           IF OP-ESTADO = 1
               ADD 1 TO CANT-ORP-EMITIDAS
               PERFORM BUSCAR-FACTURA-OP
               MOVE "N" TO SW-ENCONTRADA-OT
               MOVE "N" TO SW-CONS-HALLADO
               IF ENCONTRADA-FAC
                   MOVE FAC-INDEX-OT-NUMERO TO OT-INDEX-NUMERO
                   PERFORM BUSCAR-OT
               END-IF
               IF ENCONTRADA-OT
                   MOVE OT-INDEX-CUIT-CONS TO CUIT-BUSCADO
                   PERFORM BUSCAR-CONSORCIO
               END-IF
               IF CONS-HALLADO
                   MOVE OP-FECHA TO FECHA-CALC
                   PERFORM CALCULAR-SEMANA
                   IF SEMANA > 0
                       ADD OP-IMPORTE
                           TO TAB-SEM-ORDENES(POS-CON, SEMANA)
                   END-IF
               ELSE
                   ADD 1 TO CANT-ORP-SIN-CONS
                   DISPLAY "ADVERTENCIA: orden de pago " OP-NUMERO
                       " sin factura u orden de trabajo que indique "
                       "el consorcio, queda fuera de la proyeccion"
               END-IF
           END-IF.
           PERFORM LEER-ORP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-FACTURA-OP.
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
                       DISPLAY 'ERROR AL LEER FACTURAS INDEXADO FS: '
                           FS-FAC-INDEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-BITACORA.
           CALL "BITACORA" USING BTC-PROGRAMA, BTC-SEVERIDAD,
               BTC-DETALLE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPRIMIR-PROYECCION.
           MOVE FECHA TO LIN1-FECHA.
           MOVE 1 TO HOJA.
           MOVE 0 TO RENGLONES-HOJA.
           PERFORM IMPR-ENCABEZADO.
           MOVE 1 TO POS-CON.
           PERFORM IMPR-CONSORCIO UNTIL POS-CON > CANT-CON.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-ENCABEZADO.
           MOVE LINEA1 TO LINEA.
           DISPLAY LINEA.
           MOVE TITULO TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Cada consorcio ocupa un bloque de 19 renglones; se cambia
      * de hoja si no entra completo.
      *>-----------------------------------------------------------*
       CONTROL-HOJA.
           IF RENGLONES-HOJA + 19 > MAX-RENGLONES-HOJA
               ADD 1 TO HOJA
               MOVE 0 TO RENGLONES-HOJA
               PERFORM IMPR-ENCABEZADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-CONSORCIO.
           PERFORM CONTROL-HOJA.
           PERFORM CALCULAR-TASA-COBRO.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           MOVE TAB-CON-CUIT(POS-CON) TO FLUCON-CUIT.
           MOVE TAB-CON-NOMBRE(POS-CON) TO FLUCON-NOMBRE.
           COMPUTE FLUCON-TASA = TASA-COBRO * 100.
           IF TAB-CON-CONV-VIGENTE(POS-CON) = "S"
               MOVE "  CON CONVENIO" TO FLUCON-CONVENIO
           ELSE
               MOVE SPACES TO FLUCON-CONVENIO.
           MOVE FLU-CONSORCIO TO LINEA.
           DISPLAY LINEA.
           MOVE FLU-ROTULO TO LINEA.
           DISPLAY LINEA.
           MOVE TAB-CON-SALDO-INI(POS-CON) TO SALDO-PROYECTADO.
           MOVE SALDO-PROYECTADO TO FLUSAL-SALDO.
           MOVE FLU-SALDO-INICIAL TO LINEA.
           DISPLAY LINEA.
           ADD 4 TO RENGLONES-HOJA.
           MOVE 0 TO SEMANA-NEGATIVA.
           MOVE 1 TO SUBIND-SEM.
           PERFORM IMPR-SEMANA UNTIL SUBIND-SEM > CANT-SEMANAS.
           IF SEMANA-NEGATIVA > 0
               PERFORM INFORMAR-NEGATIVO.
           ADD 1 TO POS-CON.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-SEMANA.
           COMPUTE SALDO-PROYECTADO = SALDO-PROYECTADO
               + TAB-SEM-COBRANZA(POS-CON, SUBIND-SEM)
               + TAB-SEM-CONVENIO(POS-CON, SUBIND-SEM)
               - TAB-SEM-FACTURAS(POS-CON, SUBIND-SEM)
               - TAB-SEM-ORDENES(POS-CON, SUBIND-SEM).
           COMPUTE DIA-DESDE = (SUBIND-SEM - 1) * 7.
           COMPUTE DIA-HASTA = DIA-DESDE + 6.
           IF DIA-HASTA > DIAS-HORIZONTE
               MOVE DIAS-HORIZONTE TO DIA-HASTA.
           MOVE SUBIND-SEM TO FLULIN-SEMANA.
           MOVE DIA-DESDE TO FLULIN-DESDE.
           MOVE DIA-HASTA TO FLULIN-HASTA.
           MOVE TAB-SEM-COBRANZA(POS-CON, SUBIND-SEM)
               TO FLULIN-COBRANZA.
           MOVE TAB-SEM-CONVENIO(POS-CON, SUBIND-SEM)
               TO FLULIN-CONVENIO.
           MOVE TAB-SEM-FACTURAS(POS-CON, SUBIND-SEM)
               TO FLULIN-FACTURAS.
           MOVE TAB-SEM-ORDENES(POS-CON, SUBIND-SEM)
               TO FLULIN-ORDENES.
           MOVE SALDO-PROYECTADO TO FLULIN-SALDO.
           MOVE SPACES TO FLULIN-MARCA.
           IF SALDO-PROYECTADO < 0
               MOVE "NEGATIVO" TO FLULIN-MARCA
               IF SEMANA-NEGATIVA = 0
                   MOVE SUBIND-SEM TO SEMANA-NEGATIVA.
           MOVE FLU-LINEA TO LINEA.
           DISPLAY LINEA.
           ADD 1 TO RENGLONES-HOJA.
           ADD 1 TO SUBIND-SEM.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INFORMAR-NEGATIVO.
           ADD 1 TO CANT-NEGATIVOS.
           MOVE SEMANA-NEGATIVA TO FLUNEG-SEMANA.
           MOVE FLU-NEGATIVO TO LINEA.
           DISPLAY LINEA.
           ADD 1 TO RENGLONES-HOJA.
           MOVE SPACES TO BTC-DETALLE.
           STRING "consorcio " TAB-CON-CUIT(POS-CON)
               " con saldo proyectado negativo desde la semana "
               SEMANA-NEGATIVA
               DELIMITED BY SIZE INTO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Consorcios proyectados    : " CANT-CON.
           DISPLAY "Con saldo negativo        : " CANT-NEGATIVOS.
           DISPLAY "Pagos sin consorcio       : " CANT-PAG-SIN-CONS.
           DISPLAY "Facturas pendientes       : " CANT-FAC-PENDIENTES.
           DISPLAY "Facturas sin consorcio    : " CANT-FAC-SIN-CONS.
           DISPLAY "Ordenes de pago emitidas  : " CANT-ORP-EMITIDAS.
           DISPLAY "Ordenes sin consorcio     : " CANT-ORP-SIN-CONS.

       END PROGRAM FLUJO.
