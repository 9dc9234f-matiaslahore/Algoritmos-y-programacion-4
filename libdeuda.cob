      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Emision de certificados de libre deuda por unidad
      *          funcional. Por cada pedido de pedidos-libre-deuda.txt
      *          (CUIT del consorcio + numero de unidad + fecha de
      *          corte, en cero para la fecha de la corrida) aparea
      *          los pagos de la unidad hasta la fecha de corte contra
      *          sus emisiones de expensas-uf.txt, de la mas vieja a
      *          la mas nueva, liquida el interes punitorio con la
      *          tasa de tasas.txt vigente al corte y suma las cuotas
      *          pendientes de convenios.txt del consorcio. Graba un
      *          certificado numerado (libre-deuda-NNNNNN.txt) que
      *          dice si la unidad esta libre de deuda al corte o
      *          detalla los periodos impagos, el interes y las
      *          cuotas de convenio pendientes, y lo asienta en el
      *          registro de certificados emitidos
      *          (certificados-ld.txt), que MANTUF consulta antes de
      *          aceptar una transferencia de la unidad.
      *          Los pagos negativos de la unidad (contraasientos de
      *          ANUPAG) descuentan de lo pagado; si el neto queda
      *          negativo, ese importe es deuda reabierta, se suma a
      *          las expensas impagas y se detalla en el certificado.
      *          Si expensas-uf.txt no se puede abrir o leer, el
      *          pedido se rechaza sin certificado: no se puede
      *          probar que la unidad no deba nada.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBDEUDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLD   ASSIGN TO "pedidos-libre-deuda.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PLD.
           SELECT OPTIONAL CLD
                        ASSIGN TO "certificados-ld.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CLD.
           SELECT OPTIONAL EXPUF
                        ASSIGN TO "expensas-uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXPUF.
           SELECT PAG   ASSIGN TO "pagos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PAG.
           SELECT OPTIONAL CONV
                        ASSIGN TO "convenios.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CONV.
           SELECT UF    ASSIGN TO "uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-UF.
           SELECT TAS   ASSIGN TO "tasas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-TAS.
           SELECT CER   ASSIGN USING NOMBRE-ARCH-CER
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CER.

       DATA DIVISION.
       FILE SECTION.

       FD  PLD.
       01  REG-PLD.
           03 PLD-CUIT-CONS PIC 9(15).
           03 PLD-NRO-UNIDAD PIC 9(4).
           03 PLD-FECHA-CORTE PIC 9(8).

      * Registro de certificados emitidos: resultado "L" libre de
      * deuda al corte, "D" con deuda.
       FD  CLD.
       01  REG-CLD.
           03 CLD-NUMERO PIC 9(6).
           03 CLD-CUIT-CONS PIC 9(15).
           03 CLD-NRO-UNIDAD PIC 9(4).
           03 CLD-FECHA-EMISION PIC 9(8).
           03 CLD-FECHA-CORTE PIC 9(8).
           03 CLD-RESULTADO PIC X(1).
           03 CLD-DEUDA PIC 9(9)V99.
           03 CLD-INTERES PIC 9(9)V99.

       FD  EXPUF.
       01  REG-EXPUF.
           03 EXPUF-CUIT-CONS PIC 9(15).
           03 EXPUF-NRO-UNIDAD PIC 9(4).
           03 EXPUF-PERIODO PIC 9(6).
           03 EXPUF-IMPORTE PIC 9(9)V99.
           03 EXPUF-VENCIMIENTO PIC 9(8).

       FD  PAG.
       01  REG-PAG.
           03 PAG-CUIT-CONS    PIC 9(15).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC S9(9)V99.
           03 PAG-NRO-UNIDAD   PIC 9(4).

       FD  CONV.
       01  REG-CONV.
           03 CONV-CUIT-CONS PIC 9(15).
           03 CONV-FECHA-ALTA PIC 9(8).
           03 CONV-CANT-CUOTAS PIC 9(2).
           03 CONV-NRO-CUOTA PIC 9(2).
           03 CONV-IMPORTE PIC 9(9)V99.
           03 CONV-VENCIMIENTO PIC 9(8).
           03 CONV-ESTADO PIC 9(1).

       FD  UF.
       01  REG-UF.
           03 UF-CUIT-CONS PIC 9(15).
           03 UF-NRO-UNIDAD PIC 9(4).
           03 UF-PROPIETARIO PIC X(30).
           03 UF-PORCENTUAL PIC 9(3)V99.

       FD  TAS.
       01  REG-TAS.
           03 TAS-FECHA-DESDE PIC 9(8).
           03 TAS-FECHA-HASTA PIC 9(8).
           03 TAS-TASA-DIARIA PIC 9(1)V9(4).

       FD  CER.
       01  REG-CER PIC X(80).

       WORKING-STORAGE SECTION.

       77  FS-PLD PIC XX.
           88 OK-PLD VALUE "00".
           88 NO-PLD VALUE "23".
           88 EOF-PLD VALUE "10".
       77  FS-CLD PIC XX.
           88 OK-CLD VALUE "00".
           88 NO-CLD VALUE "23".
           88 EOF-CLD VALUE "10".
       77  FS-EXPUF PIC XX.
           88 OK-EXPUF VALUE "00".
           88 NO-EXPUF VALUE "23".
           88 EOF-EXPUF VALUE "10".
       77  FS-PAG PIC XX.
           88 OK-PAG VALUE "00".
           88 NO-PAG VALUE "23".
           88 EOF-PAG VALUE "10".
       77  FS-CONV PIC XX.
           88 OK-CONV VALUE "00".
           88 NO-CONV VALUE "23".
           88 EOF-CONV VALUE "10".
       77  FS-UF PIC XX.
           88 OK-UF VALUE "00".
           88 NO-UF VALUE "23".
           88 EOF-UF VALUE "10".
       77  FS-TAS PIC XX.
           88 OK-TAS VALUE "00".
           88 NO-TAS VALUE "23".
           88 EOF-TAS VALUE "10".
       77  FS-CER PIC XX.
           88 OK-CER VALUE "00".
           88 NO-CER VALUE "23".
           88 EOF-CER VALUE "10".

       01  NOMBRE-ARCH-CER PIC X(30) VALUE SPACES.

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-PEDIDO-VALIDO PIC X(1) VALUE "S".
           88 PEDIDO-VALIDO VALUE "S".
       01  SW-ENCONTRADO-UF PIC X(1) VALUE "N".
           88 ENCONTRADO-UF VALUE "S".
       01  SW-CONV-VIGENTE PIC X(1) VALUE "N".
           88 CONV-VIGENTE VALUE "S".

       01  FECHA-HOY.
           03 FH-ANIO   PIC 9(4).
           03 FH-MES    PIC 9(2).
           03 FH-DIA    PIC 9(2).
       01  FECHA-HOY-NUM PIC 9(8) VALUE 0.
       01  FECHA-CORTE.
           03 FC-ANIO   PIC 9(4).
           03 FC-MES    PIC 9(2).
           03 FC-DIA    PIC 9(2).
       01  FECHA-CORTE-NUM PIC 9(8) VALUE 0.
       01  DIAS-CORTE PIC 9(7) VALUE 0.
       01  DIAS-VENCIMIENTO PIC 9(7) VALUE 0.
       01  DIAS-ATRASO PIC S9(7) VALUE 0.
       01  VENCIMIENTO-AUX.
           03 VA-ANIO PIC 9(4).
           03 VA-MES PIC 9(2).
           03 VA-DIA PIC 9(2).

      * Dias corridos, en base comercial, durante los que el
      * certificado sirve para transferir la unidad.
       01  DIAS-VALIDEZ-CERT PIC 9(3) VALUE 30.

       01  CANT-TASAS PIC 9(2) VALUE 0.
       01  TABLA-TASAS.
           03 TAB-TASA OCCURS 20 TIMES.
              05 TAB-TAS-DESDE PIC 9(8).
              05 TAB-TAS-HASTA PIC 9(8).
              05 TAB-TAS-DIARIA PIC 9(1)V9(4).
       01  POS-TAS PIC 9(2) VALUE 0.
       01  TASA-DIARIA PIC 9(1)V9(4) VALUE 0.

       01  PROPIETARIO-UF PIC X(30) VALUE SPACES.

      * Emisiones de la unidad pedida, en orden de periodo, con lo
      * que queda impago despues de aparear los pagos.
       01  CANT-EXP-UF PIC 9(3) VALUE 0.
       01  MAX-EXP-UF PIC 9(3) VALUE 600.
       01  SW-EXCESO-EXPUF PIC X(1) VALUE "N".
           88 EXCESO-EXPUF VALUE "S".
       01  SW-ERROR-EXPUF PIC X(1) VALUE "N".
           88 ERROR-EXPUF VALUE "S".
       01  TABLA-EXPUF.
           03 TAB-EXPUF OCCURS 600 TIMES.
              05 TAB-EXPUF-PERIODO PIC 9(6).
              05 TAB-EXPUF-IMPORTE PIC 9(9)V99.
              05 TAB-EXPUF-VENCIMIENTO PIC 9(8).
              05 TAB-EXPUF-IMPAGO PIC 9(9)V99.
              05 TAB-EXPUF-INTERES PIC 9(9)V99.
       01  POS-EXPUF PIC 9(3) VALUE 0.

      * Cuotas pendientes de convenio del consorcio.
       01  CANT-CUOTAS PIC 9(3) VALUE 0.
       01  TABLA-CUOTAS.
           03 TAB-CUOTA OCCURS 60 TIMES.
              05 TAB-CUO-NRO PIC 9(2).
              05 TAB-CUO-CANT PIC 9(2).
              05 TAB-CUO-IMPORTE PIC 9(9)V99.
              05 TAB-CUO-VENCIMIENTO PIC 9(8).
       01  POS-CUOTA PIC 9(3) VALUE 0.

       01  TOTAL-PAGOS-UF PIC S9(11)V99 VALUE 0.
       01  RESTANTE-PAGO-UF PIC 9(11)V99 VALUE 0.
       01  IMPAGO-EXP PIC 9(9)V99 VALUE 0.
       01  INTERES-EXP PIC 9(9)V99 VALUE 0.
       01  DEUDA-UF PIC 9(9)V99 VALUE 0.
       01  DEUDA-REABIERTA-UF PIC 9(9)V99 VALUE 0.
       01  INTERES-UF PIC 9(9)V99 VALUE 0.
       01  DEUDA-CONVENIO PIC 9(9)V99 VALUE 0.
       01  DEUDA-CERT PIC 9(9)V99 VALUE 0.

       01  ULTIMO-NRO-CERT PIC 9(6) VALUE 0.

       01  LEIDOS-PLD PIC 9(4) VALUE 0.
       01  CANT-RECHAZADOS PIC 9(4) VALUE 0.
       01  CANT-CERT-LIBRES PIC 9(4) VALUE 0.
       01  CANT-CERT-DEUDA PIC 9(4) VALUE 0.

      * Novedades a la bitacora central, ademas del DISPLAY.
       01  BTC-PROGRAMA PIC X(8) VALUE "LIBDEUDA".
       01  BTC-SEVERIDAD PIC X(1) VALUE "A".
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       01  CER-TITULO.
           03 FILLER PIC X(34)
               VALUE "CERTIFICADO DE LIBRE DEUDA NUMERO ".
           03 CERTIT-NUMERO PIC 9(6).
           03 FILLER PIC X(40) VALUE SPACES.

       01  CER-UNIDAD.
           03 FILLER PIC X(15) VALUE "CONSORCIO CUIT ".
           03 CERUNI-CUIT PIC 9(15).
           03 FILLER PIC X(9) VALUE "  UNIDAD ".
           03 CERUNI-UNIDAD PIC 9(4).
           03 FILLER PIC X(37) VALUE SPACES.

       01  CER-PROPIETARIO.
           03 FILLER PIC X(13) VALUE "PROPIETARIO: ".
           03 CERPRO-NOMBRE PIC X(30).
           03 FILLER PIC X(37) VALUE SPACES.

       01  CER-FECHAS.
           03 FILLER PIC X(18) VALUE "FECHA DE EMISION: ".
           03 CERFEC-EMISION PIC 9(8).
           03 FILLER PIC X(19) VALUE "   FECHA DE CORTE: ".
           03 CERFEC-CORTE PIC 9(8).
           03 FILLER PIC X(27) VALUE SPACES.

       01  CER-ROTULO-EXP.
           03 FILLER PIC X(10) VALUE "  PERIODO ".
           03 FILLER PIC X(12) VALUE " VENCIMIENTO".
           03 FILLER PIC X(13) VALUE "       IMPAGO".
           03 FILLER PIC X(13) VALUE "      INTERES".
           03 FILLER PIC X(32) VALUE SPACES.

       01  CER-LINEA-EXP.
           03 FILLER PIC X(3) VALUE SPACES.
           03 CEREXP-PERIODO PIC 9(6).
           03 FILLER PIC X(4) VALUE SPACES.
           03 CEREXP-VENCIMIENTO PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CEREXP-IMPAGO PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CEREXP-INTERES PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(33) VALUE SPACES.

       01  CER-ROTULO-CUO.
           03 FILLER PIC X(10) VALUE "  CUOTA   ".
           03 FILLER PIC X(12) VALUE " VENCIMIENTO".
           03 FILLER PIC X(13) VALUE "      IMPORTE".
           03 FILLER PIC X(45) VALUE SPACES.

       01  CER-LINEA-CUO.
           03 FILLER PIC X(3) VALUE SPACES.
           03 CERCUO-NRO PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 CERCUO-CANT PIC 9(2).
           03 FILLER PIC X(5) VALUE SPACES.
           03 CERCUO-VENCIMIENTO PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CERCUO-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(46) VALUE SPACES.

       01  CER-TOTAL-LINEA.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CERTOT-ROTULO PIC X(30).
           03 CERTOT-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(36) VALUE SPACES.

       01  CER-VALIDEZ.
           03 FILLER PIC X(23) VALUE "CERTIFICADO VALIDO POR ".
           03 CERVAL-DIAS PIC ZZ9.
           03 FILLER PIC X(54) VALUE " DIAS DESDE SU EMISION".

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF ERROR-APERTURA
               DISPLAY "LIBDEUDA: abortando, error de apertura de "
                   "archivos"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LEER-PLD
               PERFORM PROCESAR-PEDIDO UNTIL EOF-PLD
               CLOSE PLD
               CLOSE CLD
               PERFORM IMPR-RESUMEN
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE FECHA-HOY TO FECHA-HOY-NUM.
           OPEN INPUT PLD.
           IF FS-PLD NOT = "00"
               DISPLAY "Error en open pedidos de libre deuda FS: "
                   FS-PLD
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM CARGAR-TABLA-TASAS.
           PERFORM BUSCAR-ULTIMO-CERTIFICADO.
           OPEN EXTEND CLD.
           IF FS-CLD NOT = "00" AND "05"
               DISPLAY "Error en open registro de certificados FS: "
                   FS-CLD
               MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * La numeracion sigue la del registro de certificados: el
      * proximo certificado es el ultimo numero registrado mas uno.
      *>-----------------------------------------------------------*
       BUSCAR-ULTIMO-CERTIFICADO.
           MOVE 0 TO ULTIMO-NRO-CERT.
           OPEN INPUT CLD.
           IF FS-CLD EQUAL "00"
               PERFORM LEER-CLD
               PERFORM TOMAR-NUMERO-CLD UNTIL EOF-CLD
               CLOSE CLD
           ELSE
               IF FS-CLD = "05"
                   CLOSE CLD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-CLD.
           READ CLD
               AT END MOVE "10" TO FS-CLD.
           IF FS-CLD NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER CERTIFICADOS FS: ' FS-CLD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       TOMAR-NUMERO-CLD.
           IF CLD-NUMERO > ULTIMO-NRO-CERT
               MOVE CLD-NUMERO TO ULTIMO-NRO-CERT.
           PERFORM LEER-CLD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-TABLA-TASAS.
           OPEN INPUT TAS.
           IF FS-TAS EQUAL "00"
               PERFORM LEER-TAS
               PERFORM LLENAR-TABLA-TASAS
                   UNTIL EOF-TAS OR CANT-TASAS >= 20
               CLOSE TAS
           ELSE
               DISPLAY "ADVERTENCIA: tasas.txt inexistente o "
                   "ilegible (FS: " FS-TAS "), los certificados "
                   "salen sin interes punitorio".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-TAS.
           READ TAS AT END MOVE "10" TO FS-TAS.
           IF FS-TAS NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER TASAS FS: ' FS-TAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-TASAS.
           ADD 1 TO CANT-TASAS.
           MOVE TAS-FECHA-DESDE TO TAB-TAS-DESDE(CANT-TASAS).
           MOVE TAS-FECHA-HASTA TO TAB-TAS-HASTA(CANT-TASAS).
           MOVE TAS-TASA-DIARIA TO TAB-TAS-DIARIA(CANT-TASAS).
           PERFORM LEER-TAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PLD.
           READ PLD
               AT END MOVE "10" TO FS-PLD.
           IF FS-PLD NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PEDIDOS FS: ' FS-PLD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       PROCESAR-PEDIDO.
           ADD 1 TO LEIDOS-PLD.
           PERFORM VALIDAR-PEDIDO.
           IF PEDIDO-VALIDO
               PERFORM DETERMINAR-TASA-CORTE
               PERFORM CARGAR-CUOTAS-CONVENIO
               PERFORM CARGAR-EXPUF-UNIDAD
               IF EXCESO-EXPUF
                   PERFORM RECHAZAR-EXCESO-EXPUF
               ELSE
                   IF ERROR-EXPUF
                       PERFORM RECHAZAR-ERROR-EXPUF
                   ELSE
                       PERFORM SUMAR-PAGOS-UNIDAD
                       PERFORM CALCULAR-DEUDA-UNIDAD
                       PERFORM EMITIR-CERTIFICADO
                   END-IF
               END-IF
           ELSE
               ADD 1 TO CANT-RECHAZADOS
               MOVE "A" TO BTC-SEVERIDAD
               MOVE SPACES TO BTC-DETALLE
               STRING "pedido de libre deuda rechazado, CUIT "
                   PLD-CUIT-CONS " unidad " PLD-NRO-UNIDAD
                   DELIMITED BY SIZE INTO BTC-DETALLE
               PERFORM GRABAR-BITACORA.
           PERFORM LEER-PLD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * La unidad tiene que existir en uf.txt (de ahi sale el
      * titular que figura en el certificado) y la fecha de corte
      * no puede ser posterior a la de la corrida.
      *>-----------------------------------------------------------*
       VALIDAR-PEDIDO.
           MOVE "S" TO SW-PEDIDO-VALIDO.
           IF PLD-FECHA-CORTE = ZERO
               MOVE FECHA-HOY-NUM TO FECHA-CORTE-NUM
           ELSE
               MOVE PLD-FECHA-CORTE TO FECHA-CORTE-NUM.
           IF FECHA-CORTE-NUM > FECHA-HOY-NUM
               MOVE "N" TO SW-PEDIDO-VALIDO
               DISPLAY "RECHAZADO: fecha de corte " FECHA-CORTE-NUM
                   " posterior a la corrida, CUIT " PLD-CUIT-CONS
                   " unidad " PLD-NRO-UNIDAD.
           IF PLD-CUIT-CONS = ZERO OR PLD-NRO-UNIDAD = ZERO
               MOVE "N" TO SW-PEDIDO-VALIDO
               DISPLAY "RECHAZADO: CUIT o unidad en cero, CUIT "
                   PLD-CUIT-CONS " unidad " PLD-NRO-UNIDAD.
           IF PEDIDO-VALIDO
               PERFORM BUSCAR-UNIDAD
               IF NOT ENCONTRADO-UF
                   MOVE "N" TO SW-PEDIDO-VALIDO
                   DISPLAY "RECHAZADO: CUIT " PLD-CUIT-CONS
                       " unidad " PLD-NRO-UNIDAD
                       " no existe en uf.txt".
           MOVE FECHA-CORTE-NUM TO FECHA-CORTE.
      *    Base comercial de 360 dias, como en COBRAR.
           COMPUTE DIAS-CORTE = FC-ANIO * 360 + FC-MES * 30 + FC-DIA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-UNIDAD.
           MOVE "N" TO SW-ENCONTRADO-UF.
           MOVE SPACES TO PROPIETARIO-UF.
           OPEN INPUT UF.
           IF FS-UF EQUAL "00"
               PERFORM LEER-UF
               PERFORM BUSCAR-UNIDAD-PASO
                   UNTIL EOF-UF OR ENCONTRADO-UF
               CLOSE UF
           ELSE
               DISPLAY "Error en open uf.txt FS: " FS-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-UF.
           READ UF
               AT END MOVE "10" TO FS-UF.
           IF FS-UF NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER UF FS: ' FS-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-UNIDAD-PASO.
           IF UF-CUIT-CONS = PLD-CUIT-CONS
               AND UF-NRO-UNIDAD = PLD-NRO-UNIDAD
               MOVE "S" TO SW-ENCONTRADO-UF
               MOVE UF-PROPIETARIO TO PROPIETARIO-UF
           ELSE
               PERFORM LEER-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Rige la tasa cuyo rango de fechas contiene la fecha de
      * corte; sin tasa vigente el certificado sale sin interes.
      *>-----------------------------------------------------------*
       DETERMINAR-TASA-CORTE.
           MOVE 0 TO TASA-DIARIA.
           MOVE 1 TO POS-TAS.
           PERFORM BUSCAR-TASA-PASO UNTIL POS-TAS > CANT-TASAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-TASA-PASO.
           IF FECHA-CORTE-NUM >= TAB-TAS-DESDE(POS-TAS)
               AND FECHA-CORTE-NUM <= TAB-TAS-HASTA(POS-TAS)
               MOVE TAB-TAS-DIARIA(POS-TAS) TO TASA-DIARIA.
           ADD 1 TO POS-TAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Las cuotas pendientes (estado 1) de un convenio del
      * consorcio impiden el libre deuda. Como en COBRAR, mientras
      * el convenio esta vigente la deuda de las unidades queda
      * comprendida en el y no se aparea por unidad.
      *>-----------------------------------------------------------*
       CARGAR-CUOTAS-CONVENIO.
           MOVE 0 TO CANT-CUOTAS.
           MOVE 0 TO DEUDA-CONVENIO.
           MOVE "N" TO SW-CONV-VIGENTE.
           OPEN INPUT CONV.
           IF FS-CONV EQUAL "00"
               PERFORM LEER-CONV
               PERFORM CARGAR-CUOTA-PASO UNTIL EOF-CONV
               CLOSE CONV
           ELSE
               IF FS-CONV = "05"
                   CLOSE CONV.
           IF CANT-CUOTAS > 0
               MOVE "S" TO SW-CONV-VIGENTE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-CONV.
           READ CONV
               AT END MOVE "10" TO FS-CONV.
           IF FS-CONV NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER CONVENIOS FS: ' FS-CONV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-CUOTA-PASO.
           IF CONV-CUIT-CONS = PLD-CUIT-CONS AND CONV-ESTADO = 1
               IF CANT-CUOTAS < 60
                   ADD 1 TO CANT-CUOTAS
                   MOVE CONV-NRO-CUOTA TO TAB-CUO-NRO(CANT-CUOTAS)
                   MOVE CONV-CANT-CUOTAS TO TAB-CUO-CANT(CANT-CUOTAS)
                   MOVE CONV-IMPORTE TO TAB-CUO-IMPORTE(CANT-CUOTAS)
                   MOVE CONV-VENCIMIENTO
                       TO TAB-CUO-VENCIMIENTO(CANT-CUOTAS)
                   ADD CONV-IMPORTE TO DEUDA-CONVENIO
               ELSE
                   ADD CONV-IMPORTE TO DEUDA-CONVENIO.
           PERFORM LEER-CONV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-EXPUF-UNIDAD.
           MOVE 0 TO CANT-EXP-UF.
           MOVE "N" TO SW-EXCESO-EXPUF.
           MOVE "N" TO SW-ERROR-EXPUF.
           IF NOT CONV-VIGENTE
               OPEN INPUT EXPUF
               IF FS-EXPUF EQUAL "00"
                   PERFORM LEER-EXPUF
                   PERFORM CARGAR-EXPUF-PASO
                       UNTIL EOF-EXPUF OR EXCESO-EXPUF OR ERROR-EXPUF
                   CLOSE EXPUF
               ELSE
                   IF FS-EXPUF = "05"
                       CLOSE EXPUF
                   ELSE
                       DISPLAY "Error en open expensas por unidad FS: "
                           FS-EXPUF
                       MOVE "S" TO SW-ERROR-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Sin todas las emisiones de la unidad en la tabla, o sin
      * poder leer expensas-uf.txt, no se puede asegurar que no deba
      * nada: no se emite el certificado.
      *>-----------------------------------------------------------*
       RECHAZAR-EXCESO-EXPUF.
           ADD 1 TO CANT-RECHAZADOS.
           DISPLAY "RECHAZADO: CUIT " PLD-CUIT-CONS " unidad "
               PLD-NRO-UNIDAD " con mas de " MAX-EXP-UF
               " emisiones, no se emite el certificado".
           MOVE "E" TO BTC-SEVERIDAD.
           MOVE SPACES TO BTC-DETALLE.
           STRING "sin libre deuda, mas de " MAX-EXP-UF
               " emisiones del CUIT " PLD-CUIT-CONS " unidad "
               PLD-NRO-UNIDAD
               DELIMITED BY SIZE INTO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       RECHAZAR-ERROR-EXPUF.
           ADD 1 TO CANT-RECHAZADOS.
           DISPLAY "RECHAZADO: CUIT " PLD-CUIT-CONS " unidad "
               PLD-NRO-UNIDAD " sin acceso a expensas-uf.txt, no se "
               "emite el certificado".
           MOVE "E" TO BTC-SEVERIDAD.
           MOVE SPACES TO BTC-DETALLE.
           STRING "sin libre deuda, expensas-uf.txt ilegible, CUIT "
               PLD-CUIT-CONS " unidad " PLD-NRO-UNIDAD
               DELIMITED BY SIZE INTO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-EXPUF.
           READ EXPUF
               AT END MOVE "10" TO FS-EXPUF.
           IF FS-EXPUF NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER EXPENSAS-UF FS: ' FS-EXPUF
               MOVE "S" TO SW-ERROR-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-EXPUF-PASO.
           IF EXPUF-CUIT-CONS = PLD-CUIT-CONS
               AND EXPUF-NRO-UNIDAD = PLD-NRO-UNIDAD
               AND CANT-EXP-UF NOT < MAX-EXP-UF
               MOVE "S" TO SW-EXCESO-EXPUF.
           IF EXPUF-CUIT-CONS = PLD-CUIT-CONS
               AND EXPUF-NRO-UNIDAD = PLD-NRO-UNIDAD
               AND NOT EXCESO-EXPUF
               ADD 1 TO CANT-EXP-UF
               MOVE EXPUF-PERIODO TO TAB-EXPUF-PERIODO(CANT-EXP-UF)
               MOVE EXPUF-IMPORTE TO TAB-EXPUF-IMPORTE(CANT-EXP-UF)
               MOVE EXPUF-VENCIMIENTO
                   TO TAB-EXPUF-VENCIMIENTO(CANT-EXP-UF)
               MOVE 0 TO TAB-EXPUF-IMPAGO(CANT-EXP-UF)
               MOVE 0 TO TAB-EXPUF-INTERES(CANT-EXP-UF).
           PERFORM LEER-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Cuentan los pagos imputados a la unidad registrados hasta la
      * fecha de corte; los pagos sin unidad (0) son del consorcio.
      *>-----------------------------------------------------------*
       SUMAR-PAGOS-UNIDAD.
           MOVE 0 TO TOTAL-PAGOS-UF.
           IF NOT CONV-VIGENTE
               OPEN INPUT PAG
               IF FS-PAG EQUAL "00"
                   PERFORM LEER-PAG
                   PERFORM SUMAR-PAGO-PASO
                       UNTIL EOF-PAG OR PAG-CUIT-CONS > PLD-CUIT-CONS
                   CLOSE PAG
               ELSE
                   DISPLAY "Error en open pagos FS: " FS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PAG.
           READ PAG
               AT END MOVE "10" TO FS-PAG.
           IF FS-PAG NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PAGOS FS: ' FS-PAG.
           IF FS-PAG EQUAL "10"
               MOVE 999999999999999 TO PAG-CUIT-CONS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-PAGO-PASO.
           IF PAG-CUIT-CONS = PLD-CUIT-CONS
               AND PAG-NRO-UNIDAD = PLD-NRO-UNIDAD
               AND PAG-FECHA <= FECHA-CORTE-NUM
               ADD PAG-IMPORTE TO TOTAL-PAGOS-UF.
           PERFORM LEER-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Los pagos de la unidad cancelan sus emisiones de la mas
      * vieja a la mas nueva. Es deuda lo impago de las emisiones
      * vencidas al corte, con interes punitorio por los dias de
      * atraso; lo impago aun no vencido no impide el libre deuda.
      *>-----------------------------------------------------------*
       CALCULAR-DEUDA-UNIDAD.
           MOVE 0 TO DEUDA-UF.
           MOVE 0 TO INTERES-UF.
           MOVE 0 TO DEUDA-REABIERTA-UF.
           IF TOTAL-PAGOS-UF < 0
               COMPUTE DEUDA-REABIERTA-UF = 0 - TOTAL-PAGOS-UF
               MOVE 0 TO RESTANTE-PAGO-UF
           ELSE
               MOVE TOTAL-PAGOS-UF TO RESTANTE-PAGO-UF.
           MOVE 1 TO POS-EXPUF.
           PERFORM APLICAR-PAGO-EXPUF UNTIL POS-EXPUF > CANT-EXP-UF.
           ADD DEUDA-REABIERTA-UF TO DEUDA-UF.
           COMPUTE DEUDA-CERT = DEUDA-UF + DEUDA-CONVENIO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       APLICAR-PAGO-EXPUF.
           IF RESTANTE-PAGO-UF >= TAB-EXPUF-IMPORTE(POS-EXPUF)
               SUBTRACT TAB-EXPUF-IMPORTE(POS-EXPUF)
                   FROM RESTANTE-PAGO-UF
               MOVE 0 TO IMPAGO-EXP
           ELSE
               COMPUTE IMPAGO-EXP =
                   TAB-EXPUF-IMPORTE(POS-EXPUF) - RESTANTE-PAGO-UF
               MOVE 0 TO RESTANTE-PAGO-UF.
           IF IMPAGO-EXP > 0
               PERFORM LIQUIDAR-IMPAGO.
           ADD 1 TO POS-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LIQUIDAR-IMPAGO.
           MOVE TAB-EXPUF-VENCIMIENTO(POS-EXPUF) TO VENCIMIENTO-AUX.
           COMPUTE DIAS-VENCIMIENTO =
               VA-ANIO * 360 + VA-MES * 30 + VA-DIA.
           COMPUTE DIAS-ATRASO = DIAS-CORTE - DIAS-VENCIMIENTO.
           IF DIAS-ATRASO > 0
               COMPUTE INTERES-EXP ROUNDED = IMPAGO-EXP
                   * TASA-DIARIA * DIAS-ATRASO / 100
               MOVE IMPAGO-EXP TO TAB-EXPUF-IMPAGO(POS-EXPUF)
               MOVE INTERES-EXP TO TAB-EXPUF-INTERES(POS-EXPUF)
               ADD IMPAGO-EXP TO DEUDA-UF
               ADD INTERES-EXP TO INTERES-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       EMITIR-CERTIFICADO.
           ADD 1 TO ULTIMO-NRO-CERT.
           MOVE SPACES TO NOMBRE-ARCH-CER.
           STRING "libre-deuda-" ULTIMO-NRO-CERT ".txt"
               DELIMITED BY SIZE INTO NOMBRE-ARCH-CER.
           OPEN OUTPUT CER.
           IF FS-CER NOT = "00"
               DISPLAY "Error en open certificado " NOMBRE-ARCH-CER
                   " FS: " FS-CER
               SUBTRACT 1 FROM ULTIMO-NRO-CERT
               ADD 1 TO CANT-RECHAZADOS
               MOVE "E" TO BTC-SEVERIDAD
               MOVE SPACES TO BTC-DETALLE
               STRING "no se pudo grabar el certificado del CUIT "
                   PLD-CUIT-CONS " unidad " PLD-NRO-UNIDAD
                   DELIMITED BY SIZE INTO BTC-DETALLE
               PERFORM GRABAR-BITACORA
           ELSE
               PERFORM ESCRIBIR-CABECERA-CER
               IF DEUDA-CERT = 0 AND INTERES-UF = 0
                   PERFORM ESCRIBIR-LIBRE-DEUDA
                   ADD 1 TO CANT-CERT-LIBRES
               ELSE
                   PERFORM ESCRIBIR-DETALLE-DEUDA
                   ADD 1 TO CANT-CERT-DEUDA
               END-IF
               MOVE DIAS-VALIDEZ-CERT TO CERVAL-DIAS
               MOVE CER-VALIDEZ TO REG-CER
               WRITE REG-CER
               CLOSE CER
               PERFORM REGISTRAR-CERTIFICADO
               DISPLAY "CERTIFICADO " ULTIMO-NRO-CERT ": CUIT "
                   PLD-CUIT-CONS " unidad " PLD-NRO-UNIDAD
                   " resultado " CLD-RESULTADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-CABECERA-CER.
           MOVE ULTIMO-NRO-CERT TO CERTIT-NUMERO.
           MOVE CER-TITULO TO REG-CER.
           WRITE REG-CER.
           MOVE PLD-CUIT-CONS TO CERUNI-CUIT.
           MOVE PLD-NRO-UNIDAD TO CERUNI-UNIDAD.
           MOVE CER-UNIDAD TO REG-CER.
           WRITE REG-CER.
           MOVE PROPIETARIO-UF TO CERPRO-NOMBRE.
           MOVE CER-PROPIETARIO TO REG-CER.
           WRITE REG-CER.
           MOVE FECHA-HOY-NUM TO CERFEC-EMISION.
           MOVE FECHA-CORTE-NUM TO CERFEC-CORTE.
           MOVE CER-FECHAS TO REG-CER.
           WRITE REG-CER.
           MOVE SPACES TO REG-CER.
           WRITE REG-CER.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-LIBRE-DEUDA.
           MOVE "LA UNIDAD NO REGISTRA DEUDA A LA FECHA DE CORTE"
               TO REG-CER.
           WRITE REG-CER.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-DETALLE-DEUDA.
           MOVE "LA UNIDAD REGISTRA DEUDA A LA FECHA DE CORTE"
               TO REG-CER.
           WRITE REG-CER.
           IF DEUDA-UF > DEUDA-REABIERTA-UF
               MOVE "EXPENSAS VENCIDAS IMPAGAS:" TO REG-CER
               WRITE REG-CER
               MOVE CER-ROTULO-EXP TO REG-CER
               WRITE REG-CER
               MOVE 1 TO POS-EXPUF
               PERFORM ESCRIBIR-EXPUF-PASO
                   UNTIL POS-EXPUF > CANT-EXP-UF.
           IF CONV-VIGENTE
               MOVE "CUOTAS DE CONVENIO PENDIENTES DEL CONSORCIO:"
                   TO REG-CER
               WRITE REG-CER
               MOVE CER-ROTULO-CUO TO REG-CER
               WRITE REG-CER
               MOVE 1 TO POS-CUOTA
               PERFORM ESCRIBIR-CUOTA-PASO
                   UNTIL POS-CUOTA > CANT-CUOTAS.
           MOVE SPACES TO REG-CER.
           WRITE REG-CER.
           MOVE "TOTAL EXPENSAS IMPAGAS        " TO CERTOT-ROTULO.
           MOVE DEUDA-UF TO CERTOT-IMPORTE.
           MOVE CER-TOTAL-LINEA TO REG-CER.
           WRITE REG-CER.
           IF DEUDA-REABIERTA-UF > 0
               MOVE "  INCLUYE PAGOS ANULADOS      " TO CERTOT-ROTULO
               MOVE DEUDA-REABIERTA-UF TO CERTOT-IMPORTE
               MOVE CER-TOTAL-LINEA TO REG-CER
               WRITE REG-CER.
           MOVE "TOTAL INTERES PUNITORIO       " TO CERTOT-ROTULO.
           MOVE INTERES-UF TO CERTOT-IMPORTE.
           MOVE CER-TOTAL-LINEA TO REG-CER.
           WRITE REG-CER.
           MOVE "TOTAL CUOTAS DE CONVENIO      " TO CERTOT-ROTULO.
           MOVE DEUDA-CONVENIO TO CERTOT-IMPORTE.
           MOVE CER-TOTAL-LINEA TO REG-CER.
           WRITE REG-CER.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-EXPUF-PASO.
           IF TAB-EXPUF-IMPAGO(POS-EXPUF) > 0
               MOVE TAB-EXPUF-PERIODO(POS-EXPUF) TO CEREXP-PERIODO
               MOVE TAB-EXPUF-VENCIMIENTO(POS-EXPUF)
                   TO CEREXP-VENCIMIENTO
               MOVE TAB-EXPUF-IMPAGO(POS-EXPUF) TO CEREXP-IMPAGO
               MOVE TAB-EXPUF-INTERES(POS-EXPUF) TO CEREXP-INTERES
               MOVE CER-LINEA-EXP TO REG-CER
               WRITE REG-CER.
           ADD 1 TO POS-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-CUOTA-PASO.
           MOVE TAB-CUO-NRO(POS-CUOTA) TO CERCUO-NRO.
           MOVE TAB-CUO-CANT(POS-CUOTA) TO CERCUO-CANT.
           MOVE TAB-CUO-VENCIMIENTO(POS-CUOTA) TO CERCUO-VENCIMIENTO.
           MOVE TAB-CUO-IMPORTE(POS-CUOTA) TO CERCUO-IMPORTE.
           MOVE CER-LINEA-CUO TO REG-CER.
           WRITE REG-CER.
           ADD 1 TO POS-CUOTA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       REGISTRAR-CERTIFICADO.
           MOVE ULTIMO-NRO-CERT TO CLD-NUMERO.
           MOVE PLD-CUIT-CONS TO CLD-CUIT-CONS.
           MOVE PLD-NRO-UNIDAD TO CLD-NRO-UNIDAD.
           MOVE FECHA-HOY-NUM TO CLD-FECHA-EMISION.
           MOVE FECHA-CORTE-NUM TO CLD-FECHA-CORTE.
           IF DEUDA-CERT = 0 AND INTERES-UF = 0
               MOVE "L" TO CLD-RESULTADO
           ELSE
               MOVE "D" TO CLD-RESULTADO.
           MOVE DEUDA-CERT TO CLD-DEUDA.
           MOVE INTERES-UF TO CLD-INTERES.
           WRITE REG-CLD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-BITACORA.
           CALL "BITACORA" USING BTC-PROGRAMA, BTC-SEVERIDAD,
               BTC-DETALLE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Pedidos leidos           : " LEIDOS-PLD.
           DISPLAY "Certificados libre deuda : " CANT-CERT-LIBRES.
           DISPLAY "Certificados con deuda   : " CANT-CERT-DEUDA.
           DISPLAY "Pedidos rechazados       : " CANT-RECHAZADOS.

       END PROGRAM LIBDEUDA.
