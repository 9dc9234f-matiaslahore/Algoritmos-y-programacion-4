      *          emitido para un consorcio no se vuelve a emitir.
      *          Cada gasto liquidado se acumula ademas en
      *          gastos-anio.txt para el control presupuestario.
      *          La expensa se arma en dos partes. La ordinaria son los
      *          gastos mas el aporte al fondo de reserva del
      *          consorcio (fondo-param.txt: importe fijo mas un
      *          porcentaje de los gastos), que queda como aporte en
      *          fondo-reserva.txt. La extraordinaria son las cuotas
      *          del periodo de las expensas extraordinarias
      *          aprobadas en asamblea (extraordinarias.txt: importe
      *          total repartido en N cuotas mensuales desde un
      *          periodo de inicio, la ultima absorbe el redondeo),
      *          que se detallan en expensas-ext.txt para que PROEXP
      *          las prorratee con su propio coeficiente.
      *          EXP-IMPORTE sigue siendo el total de ambas partes.
      *          Las extraordinarias con la ultima cuota anterior al
      *          periodo no se cargan; si las vigentes o los
      *          parametros del fondo no entran en sus tablas se
      *          aborta con codigo 16 antes de grabar nada.
      * Tectonics: cobc
      ******************************************************************

                        ASSIGN TO "ciclo.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CIC.
           SELECT OPTIONAL EXT
                        ASSIGN TO "extraordinarias.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXT.
           SELECT OPTIONAL FPA
                        ASSIGN TO "fondo-param.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-FPA.
           SELECT OPTIONAL EXX
                        ASSIGN TO "expensas-ext.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXX.
           SELECT OPTIONAL FDR
                        ASSIGN TO "fondo-reserva.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-FDR.

       DATA DIVISION.
       FILE SECTION.
           03 CIC-PASO PIC X(10).
           03 CIC-FECHA PIC 9(8).

      * Expensas extraordinarias aprobadas: importe total en
      * EXT-CANT-CUOTAS cuotas mensuales desde EXT-PERIODO-INICIO.
       FD  EXT.
       01  REG-EXT.
           03 EXT-CUIT-CONS PIC 9(15).
           03 EXT-NUMERO PIC 9(4).
           03 EXT-DESCRIP PIC X(20).
           03 EXT-IMPORTE-TOTAL PIC 9(9)V99.
           03 EXT-CANT-CUOTAS PIC 9(2).
           03 EXT-PERIODO-INICIO PIC 9(6).

      * Aporte mensual al fondo de reserva por consorcio.
       FD  FPA.
       01  REG-FPA.
           03 FPA-CUIT-CONS PIC 9(15).
           03 FPA-PORCENTAJE PIC 9(2)V99.
           03 FPA-IMPORTE-FIJO PIC 9(9)V99.

      * Cuotas extraordinarias emitidas, una por expensa
      * extraordinaria, consorcio y periodo.
       FD  EXX.
       01  REG-EXX.
           03 EXX-CUIT-CONS PIC 9(15).
           03 EXX-PERIODO PIC 9(6).
           03 EXX-NUMERO PIC 9(4).
           03 EXX-NRO-CUOTA PIC 9(2).
           03 EXX-CANT-CUOTAS PIC 9(2).
           03 EXX-DESCRIP PIC X(20).
           03 EXX-IMPORTE PIC 9(9)V99.

      * Movimientos del fondo de reserva: "A" aporte de la
      * expensa, "I" otro ingreso y "R" retiro (ambos de FONDORES).
       FD  FDR.
       01  REG-FDR.
           03 FDR-CUIT-CONS PIC 9(15).
           03 FDR-PERIODO PIC 9(6).
           03 FDR-FECHA PIC 9(8).
           03 FDR-TIPO PIC X(1).
           03 FDR-IMPORTE PIC 9(9)V99.
           03 FDR-DETALLE PIC X(30).

       WORKING-STORAGE SECTION.

       01  LINEA PIC X(106).
           88 ERROR-APERTURA VALUE "S".

       01  PERIODO-LIQ PIC 9(6) VALUE 0.
       01  PERIODO-LIQ-R REDEFINES PERIODO-LIQ.
           03 PLQ-ANIO PIC 9(4).
           03 PLQ-MES PIC 9(2).
       01  VENCIMIENTO-LIQ PIC 9(8) VALUE 0.

      * Expensas extraordinarias y fondo de reserva.
       77  FS-EXT PIC XX.
           88 OK-EXT VALUE "00".
           88 NO-EXT VALUE "23".
           88 EOF-EXT VALUE "10".
       77  FS-FPA PIC XX.
           88 OK-FPA VALUE "00".
           88 NO-FPA VALUE "23".
           88 EOF-FPA VALUE "10".
       77  FS-EXX PIC XX.
           88 OK-EXX VALUE "00".
           88 NO-EXX VALUE "23".
           88 EOF-EXX VALUE "10".
       77  FS-FDR PIC XX.
           88 OK-FDR VALUE "00".
           88 NO-FDR VALUE "23".
           88 EOF-FDR VALUE "10".
       01  CANT-EXT PIC 9(3) VALUE 0.
       01  TABLA-EXT.
           03 TAB-EXT OCCURS 500 TIMES.
              05 TAB-EXT-CUIT-CONS PIC 9(15).
              05 TAB-EXT-NUMERO PIC 9(4).
              05 TAB-EXT-DESCRIP PIC X(20).
              05 TAB-EXT-IMPORTE-TOTAL PIC 9(9)V99.
              05 TAB-EXT-CANT-CUOTAS PIC 9(2).
              05 TAB-EXT-PERIODO-INICIO PIC 9(6).
              05 TAB-EXT-LIQUIDADA PIC X(1).
       01  POS-EXT PIC 9(3) VALUE 0.
       01  CANT-FPA PIC 9(3) VALUE 0.
       01  TABLA-FPA.
           03 TAB-FPA OCCURS 999 TIMES.
              05 TAB-FPA-CUIT-CONS PIC 9(15).
              05 TAB-FPA-PORCENTAJE PIC 9(2)V99.
              05 TAB-FPA-IMPORTE-FIJO PIC 9(9)V99.
       01  POS-FPA PIC 9(3) VALUE 0.
       01  SW-FPA-HALLADO PIC X(1) VALUE "N".
           88 FPA-HALLADO VALUE "S".
       01  PERIODO-AUX PIC 9(6) VALUE 0.
       01  PERIODO-AUX-R REDEFINES PERIODO-AUX.
           03 PAX-ANIO PIC 9(4).
           03 PAX-MES PIC 9(2).
       01  MESES-LIQ PIC 9(7) VALUE 0.
       01  MESES-INICIO PIC 9(7) VALUE 0.
       01  MESES-FIN PIC 9(7) VALUE 0.
       01  SW-EXCESO-TABLA PIC X(1) VALUE "N".
           88 EXCESO-TABLA VALUE "S".
       01  NRO-CUOTA-EXTRA PIC S9(7) VALUE 0.
       01  CUOTA-EXTRA PIC 9(9)V99 VALUE 0.
       01  CUOTAS-ANTERIORES PIC 9(9)V99 VALUE 0.
       01  GASTOS-CONSORCIO PIC 9(9)V99 VALUE 0.
       01  APORTE-FONDO PIC 9(9)V99 VALUE 0.
       01  EXTRA-CONSORCIO PIC 9(9)V99 VALUE 0.
       01  ORDINARIA-CONSORCIO PIC 9(9)V99 VALUE 0.
       01  TOTAL-APORTES-FONDO PIC 9(11)V99 VALUE 0.
       01  TOTAL-EXTRAORDINARIAS PIC 9(11)V99 VALUE 0.
       01  CANT-CUOTAS-EXTRA PIC 9(4) VALUE 0.
       01  CANT-EXTRA-SIN-EMITIR PIC 9(4) VALUE 0.

      * Calendario del ciclo mensual (ciclo.txt): pasos ya
      * ejecutados por periodo, para validar prerequisitos y
      * bloquear dobles corridas.
           03 CONCLIN-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(62) VALUE SPACES.

       01  EXTRA-LINEA.
           03 FILLER PIC X(2) VALUE SPACES.
           03 EXTLIN-NUMERO PIC 9(4).
           03 FILLER PIC X(5) VALUE SPACES.
           03 EXTLIN-DESCRIP PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EXTLIN-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(8) VALUE "  CUOTA ".
           03 EXTLIN-NRO-CUOTA PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 EXTLIN-CANT-CUOTAS PIC 9(2).
           03 FILLER PIC X(49) VALUE SPACES.

       01  SUBTOTAL-LINEA.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SUBLIN-ROTULO PIC X(25).
           03 FILLER PIC X(5) VALUE SPACES.
           03 SUBLIN-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(62) VALUE SPACES.

       01  TOTAL-CONSORCIO-LINEA.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(25) VALUE "TOTAL EXPENSA DEL PERIODO".
                       PERFORM CERRAR-ARCHIVOS
                       STOP RUN
                   END-IF
                   PERFORM CARGAR-EXTRAORDINARIAS
                   PERFORM CARGAR-FONDO-PARAM
                   IF EXCESO-TABLA
                       PERFORM ABORTAR-EXCESO
                       PERFORM CERRAR-ARCHIVOS
                       STOP RUN
                   END-IF
                   PERFORM ABRIR-GASTOS-ANIO
                   PERFORM ABRIR-FONDO-Y-EXTRAS
                   PERFORM IMPR-CABECERA
                   PERFORM LEER-MAE
                   PERFORM LEER-GAS
                   PERFORM LIQUIDAR-CONSORCIO UNTIL EOF-MAE AND EOF-GAS
                   PERFORM GRABAR-EXPENSAS
                   PERFORM CONTROLAR-EXTRAS-SIN-EMITIR
                   PERFORM IMPR-TOTAL-GENERAL
                   PERFORM REGISTRAR-CICLO
               END-IF
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Una tabla llena dejaria consorcios sin su extraordinaria o
      * sin aporte al fondo: se aborta antes de grabar nada y sin
      * registrar el paso en el ciclo.
      *>-----------------------------------------------------------*
       ABORTAR-EXCESO.
           DISPLAY "LIQEXP: abortando, tabla de extraordinarias o de "
               "fondo de reserva llena, no se liquida".
           MOVE "E" TO BTC-SEVERIDAD.
           MOVE "abortado: tabla de extraordinarias o fondo llena"
               TO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
           MOVE 16 TO RETURN-CODE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           OPEN INPUT MAE.
           CLOSE PER.
           IF FS-GAN EQUAL "00" OR "05"
               CLOSE GAN.
           IF FS-EXX EQUAL "00" OR "05"
               CLOSE EXX.
           IF FS-FDR EQUAL "00" OR "05"
               CLOSE FDR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABRIR-GASTOS-ANIO.
           IF FS-PER EQUAL "00"
               MOVE PER-PERIODO TO PERIODO-LIQ
               MOVE PER-VENCIMIENTO TO VENCIMIENTO-LIQ
               COMPUTE MESES-LIQ = PLQ-ANIO * 12 + PLQ-MES
           ELSE
               DISPLAY "LIQEXP: periodo.txt vacio o ilegible, FS: "
                   FS-PER.
                   ", no se vuelve a emitir"
               PERFORM SALTEAR-GASTOS-CONS
                   UNTIL EOF-GAS OR GAS-CUIT-CONS NOT = MAE-CUIT-CONS
               MOVE 1 TO POS-EXT
               PERFORM MARCAR-EXTRA-EMITIDA UNTIL POS-EXT > CANT-EXT
           ELSE
               MOVE 0 TO TOTAL-CONSORCIO
               MOVE 0 TO CANT-CONCEPTOS
               PERFORM IMPR-CONSORCIO-TITULO
               PERFORM SUMAR-CONCEPTO
                   UNTIL EOF-GAS OR GAS-CUIT-CONS NOT = MAE-CUIT-CONS
               MOVE TOTAL-CONSORCIO TO GASTOS-CONSORCIO
               PERFORM CALCULAR-APORTE-FONDO
               COMPUTE ORDINARIA-CONSORCIO =
                   GASTOS-CONSORCIO + APORTE-FONDO
               PERFORM IMPR-SUBTOTAL-ORDINARIA
               MOVE 0 TO EXTRA-CONSORCIO
               MOVE 1 TO POS-EXT
               PERFORM LIQUIDAR-EXTRA-PASO UNTIL POS-EXT > CANT-EXT
               IF EXTRA-CONSORCIO > 0
                   PERFORM IMPR-SUBTOTAL-EXTRA
               END-IF
               COMPUTE TOTAL-CONSORCIO =
                   ORDINARIA-CONSORCIO + EXTRA-CONSORCIO
               PERFORM ARMAR-EXPENSA
               PERFORM IMPR-TOTAL-CONSORCIO
               ADD TOTAL-CONSORCIO TO TOTAL-GENERAL
                   " no se emite".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Aporte al fondo de reserva: importe fijo mas el porcentaje
      * sobre los gastos del periodo. Integra la expensa ordinaria
      * y queda como aporte en fondo-reserva.txt.
      *>-----------------------------------------------------------*
       CALCULAR-APORTE-FONDO.
           MOVE 0 TO APORTE-FONDO.
           MOVE "N" TO SW-FPA-HALLADO.
           MOVE 1 TO POS-FPA.
           PERFORM BUSCAR-FPA-PASO
               UNTIL POS-FPA > CANT-FPA OR FPA-HALLADO.
           IF FPA-HALLADO
               COMPUTE APORTE-FONDO ROUNDED =
                   TAB-FPA-IMPORTE-FIJO(POS-FPA)
                   + GASTOS-CONSORCIO * TAB-FPA-PORCENTAJE(POS-FPA)
                   / 100.
           IF APORTE-FONDO > 0
               PERFORM CONTROL-HOJA
               MOVE 0 TO CONCLIN-CODIGO
               MOVE "FONDO DE RESERVA" TO CONCLIN-DESCRIP
               MOVE APORTE-FONDO TO CONCLIN-IMPORTE
               MOVE CONCEPTO-LINEA TO LINEA
               DISPLAY LINEA
               ADD 1 TO RENGLONES-HOJA
               ADD APORTE-FONDO TO TOTAL-APORTES-FONDO
               IF FS-FDR EQUAL "00" OR "05"
                   MOVE MAE-CUIT-CONS TO FDR-CUIT-CONS
                   MOVE PERIODO-LIQ TO FDR-PERIODO
                   ACCEPT FDR-FECHA FROM DATE YYYYMMDD
                   MOVE "A" TO FDR-TIPO
                   MOVE APORTE-FONDO TO FDR-IMPORTE
                   MOVE "APORTE DE LA EXPENSA ORDINARIA"
                       TO FDR-DETALLE
                   WRITE REG-FDR
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-FPA-PASO.
           IF TAB-FPA-CUIT-CONS(POS-FPA) = MAE-CUIT-CONS
               MOVE "S" TO SW-FPA-HALLADO
           ELSE
               ADD 1 TO POS-FPA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Cuota del periodo de cada extraordinaria vigente del
      * consorcio: el total en partes iguales y la ultima cuota con
      * el resto para que la suma cierre exacto contra lo aprobado.
      *>-----------------------------------------------------------*
       LIQUIDAR-EXTRA-PASO.
           IF TAB-EXT-CUIT-CONS(POS-EXT) = MAE-CUIT-CONS
               MOVE TAB-EXT-PERIODO-INICIO(POS-EXT) TO PERIODO-AUX
               COMPUTE MESES-INICIO = PAX-ANIO * 12 + PAX-MES
               COMPUTE NRO-CUOTA-EXTRA = MESES-LIQ - MESES-INICIO + 1
               IF NRO-CUOTA-EXTRA >= 1 AND NRO-CUOTA-EXTRA
                       <= TAB-EXT-CANT-CUOTAS(POS-EXT)
                   PERFORM LIQUIDAR-CUOTA-EXTRA
               END-IF
           END-IF.
           ADD 1 TO POS-EXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LIQUIDAR-CUOTA-EXTRA.
           MOVE "S" TO TAB-EXT-LIQUIDADA(POS-EXT).
           COMPUTE CUOTA-EXTRA = TAB-EXT-IMPORTE-TOTAL(POS-EXT)
               / TAB-EXT-CANT-CUOTAS(POS-EXT).
           IF NRO-CUOTA-EXTRA = TAB-EXT-CANT-CUOTAS(POS-EXT)
               COMPUTE CUOTAS-ANTERIORES = CUOTA-EXTRA
                   * TAB-EXT-CANT-CUOTAS(POS-EXT) - CUOTA-EXTRA
               COMPUTE CUOTA-EXTRA = TAB-EXT-IMPORTE-TOTAL(POS-EXT)
                   - CUOTAS-ANTERIORES.
           ADD CUOTA-EXTRA TO EXTRA-CONSORCIO.
           ADD CUOTA-EXTRA TO TOTAL-EXTRAORDINARIAS.
           ADD 1 TO CANT-CUOTAS-EXTRA.
           PERFORM CONTROL-HOJA.
           MOVE TAB-EXT-NUMERO(POS-EXT) TO EXTLIN-NUMERO.
           MOVE TAB-EXT-DESCRIP(POS-EXT) TO EXTLIN-DESCRIP.
           MOVE CUOTA-EXTRA TO EXTLIN-IMPORTE.
           MOVE NRO-CUOTA-EXTRA TO EXTLIN-NRO-CUOTA.
           MOVE TAB-EXT-CANT-CUOTAS(POS-EXT) TO EXTLIN-CANT-CUOTAS.
           MOVE EXTRA-LINEA TO LINEA.
           DISPLAY LINEA.
           ADD 1 TO RENGLONES-HOJA.
           IF FS-EXX EQUAL "00" OR "05"
               MOVE MAE-CUIT-CONS TO EXX-CUIT-CONS
               MOVE PERIODO-LIQ TO EXX-PERIODO
               MOVE TAB-EXT-NUMERO(POS-EXT) TO EXX-NUMERO
               MOVE NRO-CUOTA-EXTRA TO EXX-NRO-CUOTA
               MOVE TAB-EXT-CANT-CUOTAS(POS-EXT) TO EXX-CANT-CUOTAS
               MOVE TAB-EXT-DESCRIP(POS-EXT) TO EXX-DESCRIP
               MOVE CUOTA-EXTRA TO EXX-IMPORTE
               WRITE REG-EXX.
      *>-----------------------------------------------------------*
      * La cuota de un consorcio con el periodo ya emitido salio
      * en la emision anterior.
      *>-----------------------------------------------------------*
       MARCAR-EXTRA-EMITIDA.
           IF TAB-EXT-CUIT-CONS(POS-EXT) = MAE-CUIT-CONS
               MOVE "S" TO TAB-EXT-LIQUIDADA(POS-EXT).
           ADD 1 TO POS-EXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Una extraordinaria con cuota en el periodo cuyo consorcio no
      * tuvo liquidacion (sin gastos o periodo ya emitido) no se
      * cobra: se avisa para que la administracion la revise.
      *>-----------------------------------------------------------*
       CONTROLAR-EXTRAS-SIN-EMITIR.
           MOVE 1 TO POS-EXT.
           PERFORM CONTROLAR-EXTRA-PASO UNTIL POS-EXT > CANT-EXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-EXTRA-PASO.
           MOVE TAB-EXT-PERIODO-INICIO(POS-EXT) TO PERIODO-AUX.
           COMPUTE MESES-INICIO = PAX-ANIO * 12 + PAX-MES.
           COMPUTE NRO-CUOTA-EXTRA = MESES-LIQ - MESES-INICIO + 1.
           IF NRO-CUOTA-EXTRA >= 1
               AND NRO-CUOTA-EXTRA <= TAB-EXT-CANT-CUOTAS(POS-EXT)
               AND TAB-EXT-LIQUIDADA(POS-EXT) = "N"
               ADD 1 TO CANT-EXTRA-SIN-EMITIR
               DISPLAY "ADVERTENCIA: la extraordinaria "
                   TAB-EXT-NUMERO(POS-EXT) " del CUIT "
                   TAB-EXT-CUIT-CONS(POS-EXT) " tiene cuota en el "
                   "periodo y no se emitio"
               MOVE "A" TO BTC-SEVERIDAD
               MOVE SPACES TO BTC-DETALLE
               STRING "extraordinaria " TAB-EXT-NUMERO(POS-EXT)
                   " del CUIT " TAB-EXT-CUIT-CONS(POS-EXT)
                   " con cuota sin emitir"
                   DELIMITED BY SIZE INTO BTC-DETALLE
               PERFORM GRABAR-BITACORA.
           ADD 1 TO POS-EXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-EXTRAORDINARIAS.
           OPEN INPUT EXT.
           IF FS-EXT EQUAL "00"
               PERFORM LEER-EXT
               PERFORM LLENAR-TABLA-EXT UNTIL EOF-EXT
               CLOSE EXT
           ELSE
               IF FS-EXT = "05"
                   CLOSE EXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-EXT.
           READ EXT
               AT END MOVE "10" TO FS-EXT.
           IF FS-EXT NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER EXTRAORDINARIAS FS: ' FS-EXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-EXT.
           MOVE EXT-PERIODO-INICIO TO PERIODO-AUX.
           COMPUTE MESES-FIN = PAX-ANIO * 12 + PAX-MES
               + EXT-CANT-CUOTAS - 1.
           IF EXT-CANT-CUOTAS = 0 OR EXT-IMPORTE-TOTAL = 0
               DISPLAY "ADVERTENCIA: extraordinaria " EXT-NUMERO
                   " del CUIT " EXT-CUIT-CONS " sin cuotas o sin "
                   "importe, no se liquida"
           ELSE
               IF MESES-FIN NOT < MESES-LIQ
                   PERFORM AGREGAR-EXTRA.
           PERFORM LEER-EXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Solo entran las extraordinarias con cuotas en el periodo
      * o en periodos siguientes; las ya terminadas no se cargan.
      *>-----------------------------------------------------------*
       AGREGAR-EXTRA.
           IF CANT-EXT < 500
               ADD 1 TO CANT-EXT
               MOVE EXT-CUIT-CONS TO TAB-EXT-CUIT-CONS(CANT-EXT)
               MOVE EXT-NUMERO TO TAB-EXT-NUMERO(CANT-EXT)
               MOVE EXT-DESCRIP TO TAB-EXT-DESCRIP(CANT-EXT)
               MOVE EXT-IMPORTE-TOTAL
                   TO TAB-EXT-IMPORTE-TOTAL(CANT-EXT)
               MOVE EXT-CANT-CUOTAS TO TAB-EXT-CANT-CUOTAS(CANT-EXT)
               MOVE EXT-PERIODO-INICIO
                   TO TAB-EXT-PERIODO-INICIO(CANT-EXT)
               MOVE "N" TO TAB-EXT-LIQUIDADA(CANT-EXT)
           ELSE
               DISPLAY "ERROR: extraordinarias.txt tiene mas de "
                   "500 expensas vigentes"
               MOVE "S" TO SW-EXCESO-TABLA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-FONDO-PARAM.
           OPEN INPUT FPA.
           IF FS-FPA EQUAL "00"
               PERFORM LEER-FPA
               PERFORM LLENAR-TABLA-FPA UNTIL EOF-FPA
               CLOSE FPA
           ELSE
               IF FS-FPA = "05"
                   CLOSE FPA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-FPA.
           READ FPA
               AT END MOVE "10" TO FS-FPA.
           IF FS-FPA NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER FONDO-PARAM FS: ' FS-FPA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-FPA.
           IF CANT-FPA < 999
               ADD 1 TO CANT-FPA
               MOVE FPA-CUIT-CONS TO TAB-FPA-CUIT-CONS(CANT-FPA)
               MOVE FPA-PORCENTAJE TO TAB-FPA-PORCENTAJE(CANT-FPA)
               MOVE FPA-IMPORTE-FIJO TO TAB-FPA-IMPORTE-FIJO(CANT-FPA)
           ELSE
               DISPLAY "ERROR: fondo-param.txt supera los 999 "
                   "consorcios"
               MOVE "S" TO SW-EXCESO-TABLA.
           PERFORM LEER-FPA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABRIR-FONDO-Y-EXTRAS.
           OPEN EXTEND EXX.
           IF FS-EXX NOT = "00" AND "05"
               DISPLAY "ADVERTENCIA: no se pudo abrir "
                   "expensas-ext.txt (FS: " FS-EXX "), las cuotas "
                   "extraordinarias no quedan detalladas".
           OPEN EXTEND FDR.
           IF FS-FDR NOT = "00" AND "05"
               DISPLAY "ADVERTENCIA: no se pudo abrir "
                   "fondo-reserva.txt (FS: " FS-FDR "), los aportes "
                   "al fondo no quedan registrados".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Graba expensas.txt mezclando por CUIT las emisiones previas
      * con las del periodo (en empate van primero las previas, que
      * son las mas viejas para el FIFO de cobranzas).
           DISPLAY LINEA.
           ADD 1 TO RENGLONES-HOJA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-SUBTOTAL-ORDINARIA.
           PERFORM CONTROL-HOJA.
           MOVE "SUBTOTAL ORDINARIA" TO SUBLIN-ROTULO.
           MOVE ORDINARIA-CONSORCIO TO SUBLIN-IMPORTE.
           MOVE SUBTOTAL-LINEA TO LINEA.
           DISPLAY LINEA.
           ADD 1 TO RENGLONES-HOJA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-SUBTOTAL-EXTRA.
           PERFORM CONTROL-HOJA.
           MOVE "SUBTOTAL EXTRAORDINARIA" TO SUBLIN-ROTULO.
           MOVE EXTRA-CONSORCIO TO SUBLIN-IMPORTE.
           MOVE SUBTOTAL-LINEA TO LINEA.
           DISPLAY LINEA.
           ADD 1 TO RENGLONES-HOJA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-TOTAL-CONSORCIO.
           PERFORM CONTROL-HOJA.
           DISPLAY "Expensas emitidas        : " ESCRITOS-EXP.
           DISPLAY "Periodos ya emitidos     : " CANT-YA-EMITIDAS.
           DISPLAY "Expensas en el archivo   : " ESCRITOS-TOTAL.
           DISPLAY "Aportes fondo de reserva : " TOTAL-APORTES-FONDO.
           DISPLAY "Cuotas extraordinarias   : " CANT-CUOTAS-EXTRA
               " por " TOTAL-EXTRAORDINARIAS.
           DISPLAY "Extraord. sin emitir     : " CANT-EXTRA-SIN-EMITIR.
           DISPLAY "Total general liquidado  : " TOTAL-GENERAL.

       END PROGRAM LIQEXP.
