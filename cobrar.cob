      *          convenio cae, sus cuotas quedan en estado 3 y la
      *          deuda vuelve al circuito normal; con todas las
      *          cuotas pagadas el convenio termina.
      *          Ademas lleva la cuenta corriente por unidad
      *          funcional: cada pago trae su unidad (PAG-NRO-UNIDAD,
      *          0 = sin imputar, como los debitos de RENDICION) y se
      *          aplica a las emisiones mas viejas de esa unidad en
      *          expensas-uf.txt; deja el saldo por unidad en
      *          saldos-uf.txt, los morosos por unidad con su
      *          propietario (de uf.txt) en morosos-uf.txt y emite el
      *          reporte de morosidad por propietario con los mismos
      *          tramos 30/60/90+. Las unidades de un CUIT con
      *          convenio vigente no llevan cuenta por unidad: su
      *          deuda quedo congelada en las cuotas del convenio.
      *          La deuda vencida de cada unidad se separa en
      *          ordinaria y extraordinaria: la parte extraordinaria
      *          de cada emision viene de expensas-uf-ext.txt (de
      *          PROEXP) y lo impago de una emision se reparte en
      *          proporcion entre sus dos partes. morosos-uf.txt y el
      *          reporte por propietario muestran la apertura. Si
      *          expensas-uf-ext.txt no entra en la tabla, o un CUIT
      *          trae mas pagos que los que entran en la tabla de
      *          pagos, la corrida aborta antes de abrir las salidas
      *          (quedan las de la cobranza anterior) y sin registrar
      *          el ciclo (DEPEXP depura expensas-uf-ext.txt junto
      *          con expensas-uf.txt).
      *          pagos.txt admite importes negativos (anulacion de
      *          un pago ya pasado a pagos-hist.txt, ver ANUPAG): si
      *          el total pagado del CUIT o de la unidad queda
      *          negativo, la diferencia se toma como deuda
      *          reabierta, vencida desde la fecha del pago anulado.
      * Tectonics: cobc
      ******************************************************************

                        ASSIGN TO "ciclo.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CIC.
           SELECT OPTIONAL EXPUF
                        ASSIGN TO "expensas-uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXPUF.
           SELECT OPTIONAL UF
                        ASSIGN TO "uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-UF.
           SELECT SAU   ASSIGN TO "saldos-uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-SAU.
           SELECT MOU   ASSIGN TO "morosos-uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MOU.
           SELECT OPTIONAL UXT
                        ASSIGN TO "expensas-uf-ext.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-UXT.

       DATA DIVISION.
       FILE SECTION.
       01  REG-PAG.
           03 PAG-CUIT-CONS    PIC 9(15).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC S9(9)V99.
           03 PAG-NRO-UNIDAD   PIC 9(4).

       FD  MAE.
       01  REG-MAE.
           03 CIC-PASO PIC X(10).
           03 CIC-FECHA PIC 9(8).

       FD  EXPUF.
       01  REG-EXPUF.
           03 EXPUF-CUIT-CONS PIC 9(15).
           03 EXPUF-NRO-UNIDAD PIC 9(4).
           03 EXPUF-PERIODO PIC 9(6).
           03 EXPUF-IMPORTE PIC 9(9)V99.
           03 EXPUF-VENCIMIENTO PIC 9(8).

       FD  UF.
       01  REG-UF.
           03 UF-CUIT-CONS PIC 9(15).
           03 UF-NRO-UNIDAD PIC 9(4).
           03 UF-PROPIETARIO PIC X(30).
           03 UF-PORCENTUAL PIC 9(3)V99.

       FD  SAU.
       01  REG-SAU.
           03 SAU-CUIT-CONS PIC 9(15).
           03 SAU-NRO-UNIDAD PIC 9(4).
           03 SAU-SIGNO PIC X(1).
           03 SAU-IMPORTE PIC 9(9)V99.
           03 SAU-INTERES PIC 9(9)V99.

       FD  MOU.
       01  REG-MOU.
           03 MOU-CUIT-CONS PIC 9(15).
           03 MOU-NRO-UNIDAD PIC 9(4).
           03 MOU-PROPIETARIO PIC X(30).
           03 MOU-DEUDA-30 PIC 9(9)V99.
           03 MOU-DEUDA-60 PIC 9(9)V99.
           03 MOU-DEUDA-90 PIC 9(9)V99.
           03 MOU-DEUDA-MAS-90 PIC 9(9)V99.
           03 MOU-DEUDA-TOTAL PIC 9(9)V99.
           03 MOU-INTERES PIC 9(9)V99.
           03 MOU-DEUDA-ORDINARIA PIC 9(9)V99.
           03 MOU-DEUDA-EXTRA PIC 9(9)V99.

      * Parte extraordinaria de cada emision por unidad.
       FD  UXT.
       01  REG-UXT.
           03 UXT-CUIT-CONS PIC 9(15).
           03 UXT-NRO-UNIDAD PIC 9(4).
           03 UXT-PERIODO PIC 9(6).
           03 UXT-IMPORTE PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       01  LINEA PIC X(106).
           88 OK-MHI VALUE "00".
           88 NO-MHI VALUE "23".
           88 EOF-MHI VALUE "10".
       77  FS-EXPUF PIC XX.
           88 OK-EXPUF VALUE "00".
           88 NO-EXPUF VALUE "23".
           88 EOF-EXPUF VALUE "10".
       77  FS-UF PIC XX.
           88 OK-UF VALUE "00".
           88 NO-UF VALUE "23".
           88 EOF-UF VALUE "10".
       77  FS-SAU PIC XX.
           88 OK-SAU VALUE "00".
           88 NO-SAU VALUE "23".
           88 EOF-SAU VALUE "10".
       77  FS-MOU PIC XX.
           88 OK-MOU VALUE "00".
           88 NO-MOU VALUE "23".
           88 EOF-MOU VALUE "10".
       77  FS-UXT PIC XX.
           88 OK-UXT VALUE "00".
           88 NO-UXT VALUE "23".
           88 EOF-UXT VALUE "10".
       77  FS-WRK-MOR PIC XX.
       77  FS-ORD-MOR PIC XX.
           88 OK-ORD-MOR VALUE "00".
       01  SW-HAY-CUOTA-CAIDA PIC X(1) VALUE "N".
           88 HAY-CUOTA-CAIDA VALUE "S".
       01  FECHA-ALTA-CONV PIC 9(8) VALUE 0.
       01  PAGOS-DESDE-ALTA PIC S9(9)V99 VALUE 0.
       01  CANT-EXP-NUEVAS PIC 9(3) VALUE 0.

      * Pagos del CUIT con su fecha, para separar los anteriores y
      * posteriores al alta de un convenio.
       01  CANT-PAG-CUIT PIC 9(4) VALUE 0.
       01  MAX-PAG-CUIT PIC 9(4) VALUE 2000.
       01  CUIT-CONTEO PIC 9(15) VALUE 0.
       01  CANT-PAG-CONTEO PIC 9(6) VALUE 0.
       01  SW-EXCESO-PAGOS PIC X(1) VALUE "N".
           88 EXCESO-PAGOS VALUE "S".
       01  TABLA-PAG-CUIT.
           03 TAB-PAG OCCURS 2000 TIMES.
              05 TAB-PAG-FECHA PIC 9(8).
              05 TAB-PAG-IMPORTE PIC S9(9)V99.
              05 TAB-PAG-UNIDAD PIC 9(4).
              05 TAB-PAG-IMPUTADO PIC X(1).
       01  POS-PAG PIC 9(4) VALUE 0.

      * Cuenta corriente por unidad funcional: emisiones de la
      * unidad en curso (de expensas-uf.txt) y acumuladores de su
      * deuda, con los mismos tramos que los del CUIT.
       01  SW-EXPUF-ABIERTO PIC X(1) VALUE "N".
           88 EXPUF-ABIERTO VALUE "S".
       01  SW-UF-ABIERTO PIC X(1) VALUE "N".
           88 UF-ABIERTO VALUE "S".
       01  UNIDAD-ACTUAL PIC 9(4) VALUE 0.
       01  CANT-EXP-UF PIC 9(3) VALUE 0.
       01  TABLA-EXP-UF.
           03 TAB-EXPUF OCCURS 120 TIMES.
              05 TAB-EXPUF-VENCIMIENTO PIC 9(8).
              05 TAB-EXPUF-IMPORTE PIC 9(9)V99.
              05 TAB-EXPUF-EXTRA PIC 9(9)V99.
       01  POS-EXPUF PIC 9(3) VALUE 0.
       01  CANT-UXT PIC 9(4) VALUE 0.
       01  BUFFER-UXT.
           03 BUF-UXT OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-UXT.
              05 BUF-UXT-CUIT-CONS PIC 9(15).
              05 BUF-UXT-NRO-UNIDAD PIC 9(4).
              05 BUF-UXT-PERIODO PIC 9(6).
              05 BUF-UXT-IMPORTE PIC 9(9)V99.
       01  POS-UXT PIC 9(4) VALUE 0.
       01  SW-UXT-HALLADO PIC X(1) VALUE "N".
           88 UXT-HALLADO VALUE "S".
       01  IMPAGO-EXTRA PIC 9(9)V99 VALUE 0.
       01  DEUDA-UF-EXTRA PIC 9(9)V99 VALUE 0.
       01  POS-PAG-UF PIC 9(4) VALUE 0.
       01  TOTAL-PAGOS-UF PIC S9(9)V99 VALUE 0.
       01  RESTANTE-PAGO-UF PIC 9(9)V99 VALUE 0.
       01  DEUDA-REABIERTA-UF PIC 9(9)V99 VALUE 0.
       01  FECHA-REAPERTURA-UF PIC 9(8) VALUE 0.
       01  DEUDA-UF-30 PIC 9(9)V99 VALUE 0.
       01  DEUDA-UF-60 PIC 9(9)V99 VALUE 0.
       01  DEUDA-UF-90 PIC 9(9)V99 VALUE 0.
       01  DEUDA-UF-MAS-90 PIC 9(9)V99 VALUE 0.
       01  DEUDA-UF-TOTAL PIC 9(9)V99 VALUE 0.
       01  DEUDA-UF-A-VENCER PIC 9(9)V99 VALUE 0.
       01  INTERES-UF PIC 9(9)V99 VALUE 0.
       01  SALDO-DEUDOR-UF PIC 9(9)V99 VALUE 0.
       01  LEIDOS-EXPUF PIC 9(5) VALUE 0.
       01  CANT-EXPUF-SIN-CUIT PIC 9(5) VALUE 0.
       01  CANT-EXPUF-CONVENIO PIC 9(5) VALUE 0.
       01  ESCRITOS-SAU PIC 9(5) VALUE 0.
       01  CANT-MOROSOS-UF PIC 9(5) VALUE 0.
       01  CANT-UF-SIN-EMISION PIC 9(4) VALUE 0.
       01  CANT-PAGOS-SIN-UF PIC 9(4) VALUE 0.
       01  TOTAL-PAGOS-SIN-UF PIC S9(11)V99 VALUE 0.

      * Un pago anulado que DEPEXP ya habia pasado a pagos-hist.txt
      * vuelve como pago negativo: si deja negativo el total pagado
      * la diferencia es deuda reabierta, vencida desde la fecha
      * del pago anulado (la mas vieja si hay varias).
       01  TOTAL-PAGOS-CUIT PIC S9(9)V99 VALUE 0.
       01  RESTANTE-PAGO PIC 9(9)V99 VALUE 0.
       01  DEUDA-REABIERTA PIC 9(9)V99 VALUE 0.
       01  FECHA-REAPERTURA PIC 9(8) VALUE 0.
       01  IMPAGO-EXP PIC 9(9)V99 VALUE 0.
       01  DEUDA-30 PIC 9(9)V99 VALUE 0.
       01  DEUDA-60 PIC 9(9)V99 VALUE 0.
       01  TOT-GRAL-DEUDA PIC 9(11)V99 VALUE 0.
       01  TOT-GRAL-INTERES PIC 9(11)V99 VALUE 0.

       01  ULTIMO-CUIT-IMPR PIC 9(15) VALUE ZEROS.
       01  PRIMER-CONS PIC X(1) VALUE "S".
           88 ES-PRIMER-CONS VALUE "S".
       01  SUB-CONS-30 PIC 9(11)V99 VALUE 0.
       01  SUB-CONS-60 PIC 9(11)V99 VALUE 0.
       01  SUB-CONS-90 PIC 9(11)V99 VALUE 0.
       01  SUB-CONS-MAS-90 PIC 9(11)V99 VALUE 0.
       01  SUB-CONS-TOTAL PIC 9(11)V99 VALUE 0.
       01  SUB-CONS-INTERES PIC 9(11)V99 VALUE 0.
       01  TOT-GRAL-DEUDA-UF PIC 9(11)V99 VALUE 0.
       01  TOT-GRAL-INTERES-UF PIC 9(11)V99 VALUE 0.
       01  SUB-CONS-ORDINARIA PIC 9(11)V99 VALUE 0.
       01  SUB-CONS-EXTRA PIC 9(11)V99 VALUE 0.
       01  TOT-GRAL-ORDINARIA-UF PIC 9(11)V99 VALUE 0.
       01  TOT-GRAL-EXTRA-UF PIC 9(11)V99 VALUE 0.

       01  LINEA1.
           03 FILLER PIC X(7) VALUE "Fecha: ".
           03 FECHA PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 SUBBAN-INTERES PIC ZZZZZZZZ9.99.

       01  TITULO-UF.
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(36)
              VALUE "REPORTE DE MOROSIDAD POR PROPIETARIO".
           03 FILLER PIC X(40) VALUE SPACES.

       01  CONSORCIO-TITULO-UF.
           03 FILLER PIC X(11) VALUE "CONSORCIO: ".
           03 CONTIT-CUIT PIC 9(15).
           03 FILLER PIC X(80) VALUE SPACES.

       01  MOROSO-UF-ROTULO.
           03 FILLER PIC X(26) VALUE "UF   PROPIETARIO".
           03 FILLER PIC X(13) VALUE "   HASTA 30  ".
           03 FILLER PIC X(13) VALUE "   HASTA 60  ".
           03 FILLER PIC X(13) VALUE "   HASTA 90  ".
           03 FILLER PIC X(13) VALUE "   MAS DE 90 ".
           03 FILLER PIC X(13) VALUE "   TOTAL     ".
           03 FILLER PIC X(13) VALUE "   INTERES   ".

       01  MOROSO-UF-LINEA.
           03 MUFLIN-UNIDAD PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 MUFLIN-PROPIETARIO PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 MUFLIN-30 PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 MUFLIN-60 PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 MUFLIN-90 PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 MUFLIN-MAS-90 PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 MUFLIN-TOTAL PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 MUFLIN-INTERES PIC ZZZZZZZZ9.99.

       01  APERTURA-UF-LINEA.
           03 FILLER PIC X(26) VALUE SPACES.
           03 FILLER PIC X(11) VALUE "ORDINARIA: ".
           03 APELIN-ORDINARIA PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(18) VALUE "  EXTRAORDINARIA: ".
           03 APELIN-EXTRA PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(27) VALUE SPACES.

       01  SUBTOTAL-CONS-LINEA.
           03 FILLER PIC X(26) VALUE "SUBTOTAL CONSORCIO".
           03 SUBCON-30 PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SUBCON-60 PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SUBCON-90 PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SUBCON-MAS-90 PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SUBCON-TOTAL PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 SUBCON-INTERES PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
                   PERFORM CERRAR-ENTRADAS
                   STOP RUN
               END-IF
               PERFORM CARGAR-EXTRAS-UF
               PERFORM CONTAR-PAGOS-CUIT
               IF EXCESO-PAGOS
                   PERFORM ABORTAR-EXCESO-PAGOS
               END-IF
               PERFORM ABRIR-SALIDAS
               IF ERROR-APERTURA
                   DISPLAY "COBRAR: abortando, error de apertura "
               PERFORM CARGAR-TABLA-TASAS
               PERFORM DETERMINAR-TASA-VIGENTE
               PERFORM CARGAR-CONVENIOS
               PERFORM ABRIR-CUENTAS-UF
               PERFORM LEER-EXP
               PERFORM LEER-PAG
               PERFORM LEER-MAE
               PERFORM PROCESAR-CUIT UNTIL EOF-EXP AND EOF-PAG
               PERFORM DESCARTAR-EXPUF-HUERFANA UNTIL EOF-EXPUF
               PERFORM CERRAR-ARCHIVOS
               IF HAY-CONVENIOS
                   PERFORM GRABAR-CONVENIOS
               END-IF
               PERFORM ORDENAR-MOROSOS
               PERFORM IMPRIMIR-MOROSIDAD
               PERFORM IMPRIMIR-MOROSIDAD-UF
               PERFORM IMPR-CONTROL-TOTALES
               PERFORM REGISTRAR-CICLO
           END-IF.
           OPEN OUTPUT MOR.
           IF FS-MOR NOT = "00"
               DISPLAY "Error en open morosos FS: " FS-MOR.
           OPEN OUTPUT SAU.
           IF FS-SAU NOT = "00"
               DISPLAY "Error en open saldos por unidad FS: " FS-SAU.
           OPEN OUTPUT MOU.
           IF FS-MOU NOT = "00"
               DISPLAY "Error en open morosos por unidad FS: " FS-MOU.
           IF FS-SAL NOT = "00" OR FS-MOR NOT = "00"
               OR FS-SAU NOT = "00" OR FS-MOU NOT = "00"
               MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
           CLOSE MAE.
           CLOSE SAL.
           CLOSE MOR.
           CLOSE SAU.
           CLOSE MOU.
           IF EXPUF-ABIERTO
               CLOSE EXPUF.
           IF UF-ABIERTO
               CLOSE UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARMAR-FECHA-HOY.
           END-IF.
           IF CONV-VIGENTE
               PERFORM FILTRAR-EXPENSAS-NUEVAS
               IF PAGOS-DESDE-ALTA < 0
                   MOVE PAGOS-DESDE-ALTA TO TOTAL-PAGOS-CUIT
               ELSE
                   MOVE RESTANTE-CONV TO TOTAL-PAGOS-CUIT
               END-IF
               PERFORM APLICAR-PAGOS
               PERFORM GRABAR-SALDO-CONVENIO
           ELSE
               PERFORM APLICAR-PAGOS
               PERFORM GRABAR-SALDO.
           PERFORM DESCARTAR-EXPUF-HUERFANA
               UNTIL EXPUF-CUIT-CONS >= MIN.
           IF CONV-VIGENTE
               PERFORM SALTEAR-EXPUF-CONVENIO
                   UNTIL EOF-EXPUF OR EXPUF-CUIT-CONS NOT = MIN
           ELSE
               IF EXPUF-ABIERTO
                   PERFORM PROCESAR-UNIDADES-CUIT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Con convenio vigente, las expensas congeladas en cuotas son
           MOVE 1 TO POS-PAG.
           PERFORM SUMAR-PAGO-DESDE-ALTA
               UNTIL POS-PAG > CANT-PAG-CUIT.
           IF PAGOS-DESDE-ALTA < 0
               MOVE 0 TO RESTANTE-CONV
           ELSE
               MOVE PAGOS-DESDE-ALTA TO RESTANTE-CONV.
           MOVE INI-CONV TO POS-CONV.
           PERFORM APLICAR-PAGO-CUOTA
               UNTIL POS-CONV > FIN-CONV.
       SUMAR-PAGOS-CUIT.
           MOVE 0 TO TOTAL-PAGOS-CUIT.
           MOVE 0 TO CANT-PAG-CUIT.
           MOVE 0 TO FECHA-REAPERTURA.
           PERFORM SUMAR-PAGO-PASO
               UNTIL EOF-PAG OR PAG-CUIT-CONS NOT = MIN.
           IF TOTAL-PAGOS-CUIT > 0 AND CANT-EXP-CUIT = 0
      *>-----------------------------------------------------------*
       SUMAR-PAGO-PASO.
           ADD PAG-IMPORTE TO TOTAL-PAGOS-CUIT.
           IF PAG-IMPORTE < 0
               IF FECHA-REAPERTURA = 0
                   OR PAG-FECHA < FECHA-REAPERTURA
                   MOVE PAG-FECHA TO FECHA-REAPERTURA.
           ADD 1 TO CANT-PAG-CUIT.
           MOVE PAG-FECHA TO TAB-PAG-FECHA(CANT-PAG-CUIT).
           MOVE PAG-IMPORTE TO TAB-PAG-IMPORTE(CANT-PAG-CUIT).
           MOVE PAG-NRO-UNIDAD TO TAB-PAG-UNIDAD(CANT-PAG-CUIT).
           MOVE "N" TO TAB-PAG-IMPUTADO(CANT-PAG-CUIT).
           PERFORM LEER-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Antes de abrir las salidas se cuentan los pagos de cada
      * CUIT (pagos.txt viene ordenado por CUIT) y se vuelve a abrir
      * pagos.txt para la corrida.
      *>-----------------------------------------------------------*
       CONTAR-PAGOS-CUIT.
           MOVE 0 TO CUIT-CONTEO.
           MOVE 0 TO CANT-PAG-CONTEO.
           PERFORM LEER-PAG-CONTEO.
           PERFORM CONTAR-PAGO-PASO UNTIL EOF-PAG OR EXCESO-PAGOS.
           CLOSE PAG.
           OPEN INPUT PAG.
           IF FS-PAG NOT = "00"
               DISPLAY "COBRAR: abortando, error en open pagos FS: "
                   FS-PAG
               MOVE "E" TO BTC-SEVERIDAD
               MOVE "abortado por error de apertura de archivos"
                   TO BTC-DETALLE
               PERFORM GRABAR-BITACORA
               MOVE 16 TO RETURN-CODE
               CLOSE EXP
               CLOSE MAE
               STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PAG-CONTEO.
           READ PAG
               AT END MOVE "10" TO FS-PAG.
           IF FS-PAG NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PAGOS FS: ' FS-PAG
               MOVE "10" TO FS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTAR-PAGO-PASO.
           IF PAG-CUIT-CONS NOT = CUIT-CONTEO
               MOVE PAG-CUIT-CONS TO CUIT-CONTEO
               MOVE 0 TO CANT-PAG-CONTEO.
           ADD 1 TO CANT-PAG-CONTEO.
           IF CANT-PAG-CONTEO > MAX-PAG-CUIT
               MOVE "S" TO SW-EXCESO-PAGOS
           ELSE
               PERFORM LEER-PAG-CONTEO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Un pago que no entra en la tabla no se imputaria a su unidad
      * y el propietario quedaria como moroso: se corta la corrida
      * antes de abrir las salidas y sin registrar el ciclo, para
      * reprocesar con la tabla ampliada.
      *>-----------------------------------------------------------*
       ABORTAR-EXCESO-PAGOS.
           DISPLAY "COBRAR: abortando, mas de " MAX-PAG-CUIT
               " pagos para el CUIT " CUIT-CONTEO.
           MOVE "E" TO BTC-SEVERIDAD.
           MOVE SPACES TO BTC-DETALLE.
           STRING "abortado, mas de " MAX-PAG-CUIT
               " pagos para el CUIT " CUIT-CONTEO
               DELIMITED BY SIZE INTO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
           MOVE 16 TO RETURN-CODE.
           PERFORM CERRAR-ENTRADAS.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Aplica el total pagado contra las expensas del consorcio de
      * la mas vieja a la mas nueva; lo que queda impago de cada
      * expensa se bucketea por dias de atraso contra la fecha de hoy.
      *>-----------------------------------------------------------*
       APLICAR-PAGOS.
           MOVE 0 TO DEUDA-REABIERTA.
           IF TOTAL-PAGOS-CUIT < 0
               COMPUTE DEUDA-REABIERTA = 0 - TOTAL-PAGOS-CUIT
               MOVE 0 TO RESTANTE-PAGO
           ELSE
               MOVE TOTAL-PAGOS-CUIT TO RESTANTE-PAGO.
           MOVE 0 TO DEUDA-30.
           MOVE 0 TO DEUDA-60.
           MOVE 0 TO DEUDA-90.
           MOVE 1 TO POS-EXP.
           PERFORM APLICAR-PAGO-EXP UNTIL POS-EXP > CANT-EXP-CUIT.
           MOVE RESTANTE-PAGO TO SALDO-FAVOR.
           IF DEUDA-REABIERTA > 0
               MOVE DEUDA-REABIERTA TO IMPAGO-EXP
               MOVE FECHA-REAPERTURA TO VENCIMIENTO-AUX
               PERFORM BUCKETEAR-IMPAGO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       APLICAR-PAGO-EXP.
                   TAB-EXP-IMPORTE(POS-EXP) - RESTANTE-PAGO
               MOVE 0 TO RESTANTE-PAGO.
           IF IMPAGO-EXP > 0
               MOVE TAB-EXP-VENCIMIENTO(POS-EXP) TO VENCIMIENTO-AUX
               PERFORM BUCKETEAR-IMPAGO.
           ADD 1 TO POS-EXP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUCKETEAR-IMPAGO.
           COMPUTE DIAS-VENCIMIENTO =
               VA-ANIO * 360 + VA-MES * 30 + VA-DIA.
           COMPUTE DIAS-ATRASO = DIAS-HOY - DIAS-VENCIMIENTO.
           WRITE REG-MOR.
           ADD 1 TO CANT-MOROSOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * expensas-uf.txt (de PROEXP) viene ordenado por CUIT, unidad
      * y periodo y se aparea contra el CUIT en curso; uf.txt, en el
      * mismo orden, solo aporta el propietario de cada unidad. Sin
      * expensas-uf.txt la corrida sigue sin cuenta por unidad.
      *>-----------------------------------------------------------*
       ABRIR-CUENTAS-UF.
           OPEN INPUT EXPUF.
           IF FS-EXPUF EQUAL "00"
               MOVE "S" TO SW-EXPUF-ABIERTO
               PERFORM LEER-EXPUF
           ELSE
               IF FS-EXPUF EQUAL "05"
                   CLOSE EXPUF
               END-IF
               DISPLAY "ADVERTENCIA: expensas-uf.txt inexistente o "
                   "ilegible (FS: " FS-EXPUF "), la corrida no arma "
                   "la cuenta por unidad"
               MOVE "10" TO FS-EXPUF
               MOVE 999999999999999 TO EXPUF-CUIT-CONS.
           OPEN INPUT UF.
           IF FS-UF EQUAL "00"
               MOVE "S" TO SW-UF-ABIERTO
               PERFORM LEER-UF
           ELSE
               IF FS-UF EQUAL "05"
                   CLOSE UF
               END-IF
               DISPLAY "ADVERTENCIA: uf.txt inexistente o ilegible "
                   "(FS: " FS-UF "), morosos por unidad sin "
                   "propietario"
               MOVE "10" TO FS-UF
               MOVE 999999999999999 TO UF-CUIT-CONS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Sin expensas-uf-ext.txt toda la deuda por unidad se toma
      * como ordinaria. Se carga antes de abrir las salidas.
      *>-----------------------------------------------------------*
       CARGAR-EXTRAS-UF.
           OPEN INPUT UXT.
           IF FS-UXT EQUAL "00"
               PERFORM LEER-UXT
               PERFORM LLENAR-BUFFER-UXT UNTIL EOF-UXT
               CLOSE UXT
           ELSE
               IF FS-UXT EQUAL "05"
                   CLOSE UXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-UXT.
           READ UXT
               AT END MOVE "10" TO FS-UXT.
           IF FS-UXT NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER EXPENSAS-UF-EXT FS: ' FS-UXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-UXT.
           IF CANT-UXT < 9999
               ADD 1 TO CANT-UXT
               MOVE REG-UXT TO BUF-UXT(CANT-UXT)
           ELSE
               PERFORM ABORTAR-EXCESO-UXT.
           PERFORM LEER-UXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Una parte extraordinaria que no entra en la tabla haria
      * pasar deuda extraordinaria por ordinaria: se corta la
      * corrida sin registrar el ciclo.
      *>-----------------------------------------------------------*
       ABORTAR-EXCESO-UXT.
           DISPLAY "COBRAR: abortando, expensas-uf-ext.txt supera "
               "las 9999 emisiones".
           MOVE "E" TO BTC-SEVERIDAD.
           MOVE "abortado, expensas-uf-ext.txt supera las 9999 filas"
               TO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
           MOVE 16 TO RETURN-CODE.
           CLOSE UXT.
           PERFORM CERRAR-ENTRADAS.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-EXPUF.
           READ EXPUF
               AT END MOVE "10" TO FS-EXPUF.
           IF FS-EXPUF NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER EXPENSAS-UF FS: ' FS-EXPUF.
           IF FS-EXPUF EQUAL "10"
               MOVE 999999999999999 TO EXPUF-CUIT-CONS
           ELSE
               ADD 1 TO LEIDOS-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-UF.
           READ UF
               AT END MOVE "10" TO FS-UF.
           IF FS-UF NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER UF FS: ' FS-UF.
           IF FS-UF EQUAL "10"
               MOVE 999999999999999 TO UF-CUIT-CONS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Emisiones por unidad de un CUIT sin expensas ni pagos en la
      * corrida: no hay contra que aparearlas, se informan y saltean.
      *>-----------------------------------------------------------*
       DESCARTAR-EXPUF-HUERFANA.
           ADD 1 TO CANT-EXPUF-SIN-CUIT.
           DISPLAY "ADVERTENCIA: expensa de la unidad "
               EXPUF-NRO-UNIDAD " del CUIT " EXPUF-CUIT-CONS
               " periodo " EXPUF-PERIODO " sin expensa del consorcio,"
               " no se considera".
           PERFORM LEER-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SALTEAR-EXPUF-CONVENIO.
           ADD 1 TO CANT-EXPUF-CONVENIO.
           PERFORM LEER-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Cuenta corriente por unidad: cada unidad del CUIT aplica sus
      * propios pagos (los del CUIT con esa unidad) contra sus
      * emisiones de la mas vieja a la mas nueva. Los pagos a una
      * unidad sin emisiones quedan como saldo a favor de la unidad
      * y los pagos sin unidad (0) solo cuentan para el consorcio.
      *>-----------------------------------------------------------*
       PROCESAR-UNIDADES-CUIT.
           PERFORM PROCESAR-UNIDAD
               UNTIL EOF-EXPUF OR EXPUF-CUIT-CONS NOT = MIN.
           MOVE 1 TO POS-PAG.
           PERFORM IMPUTAR-PAGO-SIN-EMISION
               UNTIL POS-PAG > CANT-PAG-CUIT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       PROCESAR-UNIDAD.
           MOVE EXPUF-NRO-UNIDAD TO UNIDAD-ACTUAL.
           MOVE 0 TO CANT-EXP-UF.
           PERFORM CARGAR-EXPUF-PASO
               UNTIL EOF-EXPUF OR EXPUF-CUIT-CONS NOT = MIN
               OR EXPUF-NRO-UNIDAD NOT = UNIDAD-ACTUAL
               OR CANT-EXP-UF >= 120.
           IF NOT EOF-EXPUF AND EXPUF-CUIT-CONS = MIN
               AND EXPUF-NRO-UNIDAD = UNIDAD-ACTUAL
               DISPLAY "ADVERTENCIA: mas de 120 expensas para la "
                   "unidad " UNIDAD-ACTUAL " del CUIT " MIN
                   ", las excedentes no se consideran"
               PERFORM SALTEAR-EXPUF-PASO
                   UNTIL EOF-EXPUF OR EXPUF-CUIT-CONS NOT = MIN
                   OR EXPUF-NRO-UNIDAD NOT = UNIDAD-ACTUAL.
           MOVE 0 TO TOTAL-PAGOS-UF.
           MOVE 0 TO FECHA-REAPERTURA-UF.
           MOVE 1 TO POS-PAG.
           PERFORM SUMAR-PAGO-UF-PASO UNTIL POS-PAG > CANT-PAG-CUIT.
           PERFORM APLICAR-PAGOS-UF.
           PERFORM GRABAR-SALDO-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-EXPUF-PASO.
           ADD 1 TO CANT-EXP-UF.
           MOVE EXPUF-VENCIMIENTO TO TAB-EXPUF-VENCIMIENTO(CANT-EXP-UF).
           MOVE EXPUF-IMPORTE TO TAB-EXPUF-IMPORTE(CANT-EXP-UF).
           MOVE 0 TO TAB-EXPUF-EXTRA(CANT-EXP-UF).
           MOVE "N" TO SW-UXT-HALLADO.
           MOVE 1 TO POS-UXT.
           PERFORM BUSCAR-EXTRA-UF-PASO
               UNTIL POS-UXT > CANT-UXT OR UXT-HALLADO.
           PERFORM LEER-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-EXTRA-UF-PASO.
           IF BUF-UXT-CUIT-CONS(POS-UXT) = EXPUF-CUIT-CONS
               AND BUF-UXT-NRO-UNIDAD(POS-UXT) = EXPUF-NRO-UNIDAD
               AND BUF-UXT-PERIODO(POS-UXT) = EXPUF-PERIODO
               MOVE "S" TO SW-UXT-HALLADO
               IF BUF-UXT-IMPORTE(POS-UXT) > EXPUF-IMPORTE
                   MOVE EXPUF-IMPORTE TO TAB-EXPUF-EXTRA(CANT-EXP-UF)
               ELSE
                   MOVE BUF-UXT-IMPORTE(POS-UXT)
                       TO TAB-EXPUF-EXTRA(CANT-EXP-UF)
               END-IF
           ELSE
               ADD 1 TO POS-UXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SALTEAR-EXPUF-PASO.
           PERFORM LEER-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-PAGO-UF-PASO.
           IF TAB-PAG-UNIDAD(POS-PAG) = UNIDAD-ACTUAL
               AND TAB-PAG-IMPUTADO(POS-PAG) = "N"
               ADD TAB-PAG-IMPORTE(POS-PAG) TO TOTAL-PAGOS-UF
               MOVE "S" TO TAB-PAG-IMPUTADO(POS-PAG)
               IF TAB-PAG-IMPORTE(POS-PAG) < 0
                   PERFORM FECHAR-REAPERTURA-UF.
           ADD 1 TO POS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       FECHAR-REAPERTURA-UF.
           IF FECHA-REAPERTURA-UF = 0
               OR TAB-PAG-FECHA(POS-PAG) < FECHA-REAPERTURA-UF
               MOVE TAB-PAG-FECHA(POS-PAG) TO FECHA-REAPERTURA-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       APLICAR-PAGOS-UF.
           MOVE 0 TO DEUDA-REABIERTA-UF.
           IF TOTAL-PAGOS-UF < 0
               COMPUTE DEUDA-REABIERTA-UF = 0 - TOTAL-PAGOS-UF
               MOVE 0 TO RESTANTE-PAGO-UF
           ELSE
               MOVE TOTAL-PAGOS-UF TO RESTANTE-PAGO-UF.
           MOVE 0 TO DEUDA-UF-30.
           MOVE 0 TO DEUDA-UF-60.
           MOVE 0 TO DEUDA-UF-90.
           MOVE 0 TO DEUDA-UF-MAS-90.
           MOVE 0 TO DEUDA-UF-TOTAL.
           MOVE 0 TO DEUDA-UF-A-VENCER.
           MOVE 0 TO INTERES-UF.
           MOVE 0 TO DEUDA-UF-EXTRA.
           MOVE 1 TO POS-EXPUF.
           PERFORM APLICAR-PAGO-EXPUF UNTIL POS-EXPUF > CANT-EXP-UF.
           IF DEUDA-REABIERTA-UF > 0
               MOVE DEUDA-REABIERTA-UF TO IMPAGO-EXP
               MOVE FECHA-REAPERTURA-UF TO VENCIMIENTO-AUX
               MOVE 0 TO IMPAGO-EXTRA
               PERFORM BUCKETEAR-IMPAGO-UF.
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
               MOVE TAB-EXPUF-VENCIMIENTO(POS-EXPUF) TO VENCIMIENTO-AUX
               MOVE 0 TO IMPAGO-EXTRA
               IF TAB-EXPUF-EXTRA(POS-EXPUF) > 0
                   COMPUTE IMPAGO-EXTRA ROUNDED = IMPAGO-EXP
                       * TAB-EXPUF-EXTRA(POS-EXPUF)
                       / TAB-EXPUF-IMPORTE(POS-EXPUF)
               END-IF
               PERFORM BUCKETEAR-IMPAGO-UF.
           ADD 1 TO POS-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUCKETEAR-IMPAGO-UF.
           COMPUTE DIAS-VENCIMIENTO =
               VA-ANIO * 360 + VA-MES * 30 + VA-DIA.
           COMPUTE DIAS-ATRASO = DIAS-HOY - DIAS-VENCIMIENTO.
           IF DIAS-ATRASO > 0
               ADD IMPAGO-EXP TO DEUDA-UF-TOTAL
               COMPUTE INTERES-EXP ROUNDED = IMPAGO-EXP
                   * TASA-DIARIA * DIAS-ATRASO / 100
               ADD INTERES-EXP TO INTERES-UF
               ADD IMPAGO-EXTRA TO DEUDA-UF-EXTRA
               IF DIAS-ATRASO <= 30
                   ADD IMPAGO-EXP TO DEUDA-UF-30
               ELSE
                   IF DIAS-ATRASO <= 60
                       ADD IMPAGO-EXP TO DEUDA-UF-60
                   ELSE
                       IF DIAS-ATRASO <= 90
                           ADD IMPAGO-EXP TO DEUDA-UF-90
                       ELSE
                           ADD IMPAGO-EXP TO DEUDA-UF-MAS-90
           ELSE
               ADD IMPAGO-EXP TO DEUDA-UF-A-VENCER.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-SALDO-UF.
           MOVE MIN TO SAU-CUIT-CONS.
           MOVE UNIDAD-ACTUAL TO SAU-NRO-UNIDAD.
           MOVE INTERES-UF TO SAU-INTERES.
           COMPUTE SALDO-DEUDOR-UF = DEUDA-UF-TOTAL + DEUDA-UF-A-VENCER
               + INTERES-UF.
           IF SALDO-DEUDOR-UF > 0
               MOVE "D" TO SAU-SIGNO
               MOVE SALDO-DEUDOR-UF TO SAU-IMPORTE
           ELSE
               IF RESTANTE-PAGO-UF > 0
                   MOVE "H" TO SAU-SIGNO
                   MOVE RESTANTE-PAGO-UF TO SAU-IMPORTE
               ELSE
                   MOVE " " TO SAU-SIGNO
                   MOVE 0 TO SAU-IMPORTE
               END-IF
           END-IF.
           WRITE REG-SAU.
           ADD 1 TO ESCRITOS-SAU.
           IF DEUDA-UF-TOTAL > 0
               PERFORM GRABAR-MOROSO-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-MOROSO-UF.
           PERFORM POSICIONAR-UF.
           MOVE MIN TO MOU-CUIT-CONS.
           MOVE UNIDAD-ACTUAL TO MOU-NRO-UNIDAD.
           IF UF-CUIT-CONS = MIN AND UF-NRO-UNIDAD = UNIDAD-ACTUAL
               MOVE UF-PROPIETARIO TO MOU-PROPIETARIO
           ELSE
               MOVE "SIN PROPIETARIO EN UF.TXT" TO MOU-PROPIETARIO.
           MOVE DEUDA-UF-30 TO MOU-DEUDA-30.
           MOVE DEUDA-UF-60 TO MOU-DEUDA-60.
           MOVE DEUDA-UF-90 TO MOU-DEUDA-90.
           MOVE DEUDA-UF-MAS-90 TO MOU-DEUDA-MAS-90.
           MOVE DEUDA-UF-TOTAL TO MOU-DEUDA-TOTAL.
           MOVE INTERES-UF TO MOU-INTERES.
           MOVE DEUDA-UF-EXTRA TO MOU-DEUDA-EXTRA.
           COMPUTE MOU-DEUDA-ORDINARIA =
               DEUDA-UF-TOTAL - DEUDA-UF-EXTRA.
           WRITE REG-MOU.
           ADD 1 TO CANT-MOROSOS-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       POSICIONAR-UF.
           PERFORM LEER-UF
               UNTIL UF-CUIT-CONS > MIN
               OR (UF-CUIT-CONS = MIN
                   AND UF-NRO-UNIDAD >= UNIDAD-ACTUAL).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Pagos que quedaron sin imputar despues de recorrer las
      * unidades emitidas: los de unidad 0 se acumulan como pagos del
      * consorcio sin unidad; los de una unidad sin emisiones se
      * juntan por unidad y quedan como saldo a favor de esa unidad.
      *>-----------------------------------------------------------*
       IMPUTAR-PAGO-SIN-EMISION.
           IF TAB-PAG-IMPUTADO(POS-PAG) = "N"
               IF TAB-PAG-UNIDAD(POS-PAG) = 0
                   ADD 1 TO CANT-PAGOS-SIN-UF
                   ADD TAB-PAG-IMPORTE(POS-PAG) TO TOTAL-PAGOS-SIN-UF
                   MOVE "S" TO TAB-PAG-IMPUTADO(POS-PAG)
               ELSE
                   PERFORM GRABAR-CREDITO-UF
               END-IF
           END-IF.
           ADD 1 TO POS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-CREDITO-UF.
           MOVE TAB-PAG-UNIDAD(POS-PAG) TO UNIDAD-ACTUAL.
           MOVE 0 TO TOTAL-PAGOS-UF.
           MOVE 0 TO FECHA-REAPERTURA-UF.
           MOVE POS-PAG TO POS-PAG-UF.
           PERFORM SUMAR-CREDITO-UF-PASO
               UNTIL POS-PAG-UF > CANT-PAG-CUIT.
           IF TOTAL-PAGOS-UF < 0
               PERFORM GRABAR-REABIERTA-UF
           ELSE
               PERFORM GRABAR-CREDITO-UF-H.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Una anulacion que deja negativa a una unidad sin emisiones
      * vivas reabre deuda de la unidad: se bucketea como cualquier
      * impago, sin emisiones contra las que aplicar.
      *>-----------------------------------------------------------*
       GRABAR-REABIERTA-UF.
           MOVE 0 TO CANT-EXP-UF.
           PERFORM APLICAR-PAGOS-UF.
           PERFORM GRABAR-SALDO-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-CREDITO-UF-H.
           MOVE MIN TO SAU-CUIT-CONS.
           MOVE UNIDAD-ACTUAL TO SAU-NRO-UNIDAD.
           MOVE "H" TO SAU-SIGNO.
           MOVE TOTAL-PAGOS-UF TO SAU-IMPORTE.
           MOVE 0 TO SAU-INTERES.
           WRITE REG-SAU.
           ADD 1 TO ESCRITOS-SAU.
           ADD 1 TO CANT-UF-SIN-EMISION.
           DISPLAY "ADVERTENCIA: pagos por " TOTAL-PAGOS-UF
               " a la unidad " UNIDAD-ACTUAL " del CUIT " MIN
               " sin expensas emitidas para la unidad".
           MOVE "A" TO BTC-SEVERIDAD.
           MOVE SPACES TO BTC-DETALLE.
           STRING "pagos por " TOTAL-PAGOS-UF " a la unidad "
               UNIDAD-ACTUAL " del CUIT " MIN " sin expensas"
               DELIMITED BY SIZE INTO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-CREDITO-UF-PASO.
           IF TAB-PAG-UNIDAD(POS-PAG-UF) = UNIDAD-ACTUAL
               AND TAB-PAG-IMPUTADO(POS-PAG-UF) = "N"
               ADD TAB-PAG-IMPORTE(POS-PAG-UF) TO TOTAL-PAGOS-UF
               MOVE "S" TO TAB-PAG-IMPUTADO(POS-PAG-UF)
               IF TAB-PAG-IMPORTE(POS-PAG-UF) < 0
                   IF FECHA-REAPERTURA-UF = 0
                       OR TAB-PAG-FECHA(POS-PAG-UF)
                       < FECHA-REAPERTURA-UF
                       MOVE TAB-PAG-FECHA(POS-PAG-UF)
                           TO FECHA-REAPERTURA-UF.
           ADD 1 TO POS-PAG-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ORDENAR-MOROSOS.
           SORT WRK-MOR
               TOT-GRAL-INTERES.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * morosos-uf.txt ya sale ordenado por CUIT y unidad: se lista
      * por consorcio, con el propietario de cada unidad morosa y
      * subtotales por consorcio.
      *>-----------------------------------------------------------*
       IMPRIMIR-MOROSIDAD-UF.
           OPEN INPUT MOU.
           IF FS-MOU NOT = "00"
               DISPLAY "Error en open morosos por unidad FS: " FS-MOU
           ELSE
               MOVE 1 TO HOJA
               MOVE 0 TO RENGLONES-HOJA
               PERFORM IMPR-ENCABEZADO-UF
               PERFORM LEER-MOU
               PERFORM IMPRIMIR-MOROSO-CONS UNTIL EOF-MOU
               IF NOT ES-PRIMER-CONS
                   PERFORM IMPR-SUBTOTAL-CONS
               END-IF
               MOVE SPACES TO LINEA
               DISPLAY LINEA
               DISPLAY "TOTAL DEUDA VENCIDA POR UNIDAD: "
                   TOT-GRAL-DEUDA-UF
               DISPLAY "TOTAL INTERESES POR UNIDAD    : "
                   TOT-GRAL-INTERES-UF
               DISPLAY "  DEUDA ORDINARIA             : "
                   TOT-GRAL-ORDINARIA-UF
               DISPLAY "  DEUDA EXTRAORDINARIA        : "
                   TOT-GRAL-EXTRA-UF
               CLOSE MOU
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MOU.
           READ MOU AT END MOVE "10" TO FS-MOU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-ENCABEZADO-UF.
           MOVE LINEA1 TO LINEA.
           DISPLAY LINEA.
           MOVE TITULO-UF TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROL-HOJA-UF.
           IF RENGLONES-HOJA >= MAX-RENGLONES-HOJA
               ADD 1 TO HOJA
               MOVE 0 TO RENGLONES-HOJA
               PERFORM IMPR-ENCABEZADO-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPRIMIR-MOROSO-CONS.
           IF ES-PRIMER-CONS OR MOU-CUIT-CONS NOT EQUAL
                   ULTIMO-CUIT-IMPR
               IF NOT ES-PRIMER-CONS
                   PERFORM IMPR-SUBTOTAL-CONS
               END-IF
               PERFORM IMPR-CONSORCIO-TITULO-UF
               MOVE "N" TO PRIMER-CONS
               MOVE 0 TO SUB-CONS-30
               MOVE 0 TO SUB-CONS-60
               MOVE 0 TO SUB-CONS-90
               MOVE 0 TO SUB-CONS-MAS-90
               MOVE 0 TO SUB-CONS-TOTAL
               MOVE 0 TO SUB-CONS-INTERES
               MOVE 0 TO SUB-CONS-ORDINARIA
               MOVE 0 TO SUB-CONS-EXTRA.
           PERFORM IMPR-MOROSO-UF-LINEA.
           ADD MOU-DEUDA-ORDINARIA TO SUB-CONS-ORDINARIA.
           ADD MOU-DEUDA-EXTRA TO SUB-CONS-EXTRA.
           ADD MOU-DEUDA-ORDINARIA TO TOT-GRAL-ORDINARIA-UF.
           ADD MOU-DEUDA-EXTRA TO TOT-GRAL-EXTRA-UF.
           ADD MOU-DEUDA-30 TO SUB-CONS-30.
           ADD MOU-DEUDA-60 TO SUB-CONS-60.
           ADD MOU-DEUDA-90 TO SUB-CONS-90.
           ADD MOU-DEUDA-MAS-90 TO SUB-CONS-MAS-90.
           ADD MOU-DEUDA-TOTAL TO SUB-CONS-TOTAL.
           ADD MOU-INTERES TO SUB-CONS-INTERES.
           ADD MOU-DEUDA-TOTAL TO TOT-GRAL-DEUDA-UF.
           ADD MOU-INTERES TO TOT-GRAL-INTERES-UF.
           PERFORM LEER-MOU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-CONSORCIO-TITULO-UF.
           MOVE MOU-CUIT-CONS TO ULTIMO-CUIT-IMPR.
           PERFORM CONTROL-HOJA-UF.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           MOVE MOU-CUIT-CONS TO CONTIT-CUIT.
           MOVE CONSORCIO-TITULO-UF TO LINEA.
           DISPLAY LINEA.
           MOVE MOROSO-UF-ROTULO TO LINEA.
           DISPLAY LINEA.
           ADD 3 TO RENGLONES-HOJA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-MOROSO-UF-LINEA.
           PERFORM CONTROL-HOJA-UF.
           MOVE MOU-NRO-UNIDAD TO MUFLIN-UNIDAD.
           MOVE MOU-PROPIETARIO TO MUFLIN-PROPIETARIO.
           MOVE MOU-DEUDA-30 TO MUFLIN-30.
           MOVE MOU-DEUDA-60 TO MUFLIN-60.
           MOVE MOU-DEUDA-90 TO MUFLIN-90.
           MOVE MOU-DEUDA-MAS-90 TO MUFLIN-MAS-90.
           MOVE MOU-DEUDA-TOTAL TO MUFLIN-TOTAL.
           MOVE MOU-INTERES TO MUFLIN-INTERES.
           MOVE MOROSO-UF-LINEA TO LINEA.
           DISPLAY LINEA.
           MOVE MOU-DEUDA-ORDINARIA TO APELIN-ORDINARIA.
           MOVE MOU-DEUDA-EXTRA TO APELIN-EXTRA.
           MOVE APERTURA-UF-LINEA TO LINEA.
           DISPLAY LINEA.
           ADD 2 TO RENGLONES-HOJA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-SUBTOTAL-CONS.
           MOVE SUB-CONS-30 TO SUBCON-30.
           MOVE SUB-CONS-60 TO SUBCON-60.
           MOVE SUB-CONS-90 TO SUBCON-90.
           MOVE SUB-CONS-MAS-90 TO SUBCON-MAS-90.
           MOVE SUB-CONS-TOTAL TO SUBCON-TOTAL.
           MOVE SUB-CONS-INTERES TO SUBCON-INTERES.
           MOVE SUBTOTAL-CONS-LINEA TO LINEA.
           DISPLAY LINEA.
           MOVE SUB-CONS-ORDINARIA TO APELIN-ORDINARIA.
           MOVE SUB-CONS-EXTRA TO APELIN-EXTRA.
           MOVE APERTURA-UF-LINEA TO LINEA.
           DISPLAY LINEA.
           ADD 2 TO RENGLONES-HOJA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Calendario del ciclo mensual: el paso valida contra
      * ciclo.txt que su prerequisito del periodo este cumplido y
           DISPLAY "Consorcios morosos       : " CANT-MOROSOS.
           DISPLAY "CUIT con convenio vigente: " CANT-CUIT-CONVENIO.
           DISPLAY "Convenios caidos         : " CANT-CONV-CAIDOS.
           DISPLAY "Registros leidos EXP-UF  : " LEIDOS-EXPUF.
           DISPLAY "Expensas UF sin consorcio: " CANT-EXPUF-SIN-CUIT.
           DISPLAY "Expensas UF en convenio  : " CANT-EXPUF-CONVENIO.
           DISPLAY "Saldos por unidad        : " ESCRITOS-SAU.
           DISPLAY "Unidades morosas         : " CANT-MOROSOS-UF.
           DISPLAY "Unidades con pagos s/exp : " CANT-UF-SIN-EMISION.
           DISPLAY "Pagos sin unidad         : " CANT-PAGOS-SIN-UF
               " por " TOTAL-PAGOS-SIN-UF.

       END PROGRAM COBRAR.
