      *          porcentual. El redondeo se ajusta en la ultima
      *          unidad de cada consorcio para que la suma de las
      *          boletas cierre exacto contra el total del consorcio.
      *          expensas-uf.txt es acumulativo (es la cuenta por
      *          unidad que aparea COBRAR): se cargan las emisiones
      *          previas, un CUIT con el periodo ya prorrateado no se
      *          vuelve a prorratear, y se regraba con resguardo la
      *          mezcla ordenada por CUIT y unidad.
      *          La expensa se prorratea en dos partes: la ordinaria
      *          (EXP-IMPORTE menos las cuotas extraordinarias que
      *          LIQEXP detallo en expensas-ext.txt) por el porcentual
      *          de la unidad, y la extraordinaria por el coeficiente
      *          propio de coef-extra.txt (si el consorcio no lo tiene
      *          cargado o no suma 100.00 se usa el porcentual y se
      *          avisa). Cada parte ajusta su redondeo en la ultima
      *          unidad. La parte extraordinaria de cada unidad se
      *          agrega a expensas-uf-ext.txt para que COBRAR separe
      *          la deuda ordinaria de la extraordinaria. La boleta
      *          muestra el aporte al fondo de reserva y las cuotas
      *          extraordinarias con sus subtotales.
      *          Cada boleta lleva ademas el codigo de pago
      *          electronico para las redes de cobranza (Pago Mis
      *          Cuentas, Rapipago): CUIT, unidad, periodo e importe
      *          de la boleta mas un digito verificador, que IMPRED
      *          valida al importar la rendicion de la red.
      *          Antes de prorratear se cuentan las emisiones que va
      *          a generar el periodo: si expensas-uf.txt (previas
      *          mas nuevas) o la parte extraordinaria por unidad no
      *          entran en las tablas de 9999, la corrida aborta con
      *          codigo 16 sin emitir boletas ni regrabar archivos.
      * Tectonics: cobc
      ******************************************************************

           SELECT PER   ASSIGN TO "periodo.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PER.
           SELECT OPTIONAL EXPUF
                        ASSIGN TO "expensas-uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXPUF.
           SELECT OPTIONAL EXX
                        ASSIGN TO "expensas-ext.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXX.
           SELECT OPTIONAL CEX
                        ASSIGN TO "coef-extra.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CEX.
           SELECT OPTIONAL FDR
                        ASSIGN TO "fondo-reserva.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-FDR.
           SELECT OPTIONAL UXT
                        ASSIGN TO "expensas-uf-ext.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-UXT.

       DATA DIVISION.
       FILE SECTION.
           03 EXPUF-IMPORTE PIC 9(9)V99.
           03 EXPUF-VENCIMIENTO PIC 9(8).

       FD  EXX.
       01  REG-EXX.
           03 EXX-CUIT-CONS PIC 9(15).
           03 EXX-PERIODO PIC 9(6).
           03 EXX-NUMERO PIC 9(4).
           03 EXX-NRO-CUOTA PIC 9(2).
           03 EXX-CANT-CUOTAS PIC 9(2).
           03 EXX-DESCRIP PIC X(20).
           03 EXX-IMPORTE PIC 9(9)V99.

      * Coeficiente de cada unidad para las expensas extraordinarias.
       FD  CEX.
       01  REG-CEX.
           03 CEX-CUIT-CONS PIC 9(15).
           03 CEX-NRO-UNIDAD PIC 9(4).
           03 CEX-COEFICIENTE PIC 9(3)V99.

       FD  FDR.
       01  REG-FDR.
           03 FDR-CUIT-CONS PIC 9(15).
           03 FDR-PERIODO PIC 9(6).
           03 FDR-FECHA PIC 9(8).
           03 FDR-TIPO PIC X(1).
           03 FDR-IMPORTE PIC 9(9)V99.
           03 FDR-DETALLE PIC X(30).

      * Parte extraordinaria de la expensa de cada unidad.
       FD  UXT.
       01  REG-UXT.
           03 UXT-CUIT-CONS PIC 9(15).
           03 UXT-NRO-UNIDAD PIC 9(4).
           03 UXT-PERIODO PIC 9(6).
           03 UXT-IMPORTE PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       01  LINEA PIC X(106).
           88 NO-EXPUF VALUE "23".
           88 EOF-EXPUF VALUE "10".

       77  FS-EXX PIC XX.
           88 OK-EXX VALUE "00".
           88 NO-EXX VALUE "23".
           88 EOF-EXX VALUE "10".
       77  FS-CEX PIC XX.
           88 OK-CEX VALUE "00".
           88 NO-CEX VALUE "23".
           88 EOF-CEX VALUE "10".
       77  FS-FDR PIC XX.
           88 OK-FDR VALUE "00".
           88 NO-FDR VALUE "23".
           88 EOF-FDR VALUE "10".
       77  FS-UXT PIC XX.
           88 OK-UXT VALUE "00".
           88 NO-UXT VALUE "23".
           88 EOF-UXT VALUE "10".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-EXCESO-TABLA PIC X(1) VALUE "N".
           88 EXCESO-TABLA VALUE "S".

       01  PERIODO-LIQ PIC 9(6) VALUE 0.

       01  INI-GAS PIC 9(4) VALUE 0.
       01  FIN-GAS PIC 9(4) VALUE 0.

      * expensas-uf.txt es acumulativo: emisiones previas por un
      * lado, las del periodo por otro, y al final se graba la
      * mezcla por CUIT y unidad (en empate primero las previas, que
      * son las mas viejas para el FIFO de cobranzas por unidad).
       01  CANT-EXPUF-ANT PIC 9(4) VALUE 0.
       01  BUFFER-EXPUF-ANT.
           03 BUF-ANT OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-EXPUF-ANT.
              05 BUF-ANT-CUIT-CONS PIC 9(15).
              05 BUF-ANT-NRO-UNIDAD PIC 9(4).
              05 BUF-ANT-PERIODO PIC 9(6).
              05 BUF-ANT-IMPORTE PIC 9(9)V99.
              05 BUF-ANT-VENCIMIENTO PIC 9(8).
       01  CANT-EXPUF-NUE PIC 9(4) VALUE 0.
       01  BUFFER-EXPUF-NUE.
           03 BUF-NUE OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-EXPUF-NUE.
              05 BUF-NUE-CUIT-CONS PIC 9(15).
              05 BUF-NUE-NRO-UNIDAD PIC 9(4).
              05 BUF-NUE-PERIODO PIC 9(6).
              05 BUF-NUE-IMPORTE PIC 9(9)V99.
              05 BUF-NUE-VENCIMIENTO PIC 9(8).
       01  POS-ANT PIC 9(4) VALUE 0.
       01  POS-NUE PIC 9(4) VALUE 0.
       01  SW-YA-PRORRATEADA PIC X(1) VALUE "N".
           88 YA-PRORRATEADA VALUE "S".
       01  CANT-YA-PRORRATEADAS PIC 9(4) VALUE 0.
      * Emisiones por unidad y partes extraordinarias que va a
      * generar el periodo, contadas antes de prorratear.
       01  CANT-A-EMITIR PIC 9(5) VALUE 0.
       01  CANT-UXT-A-EMITIR PIC 9(5) VALUE 0.
       01  ESCRITOS-TOTAL PIC 9(4) VALUE 0.

      * Parametros del resguardo generacional previo a la regrabacion.
       01  RES-ARCHIVO PIC X(20) VALUE SPACES.
       01  RES-BASE PIC X(8) VALUE SPACES.
       01  RES-COD-RET PIC 9(2) VALUE 0.

      * Cuotas extraordinarias del periodo, coeficientes y aportes
      * al fondo de reserva del periodo por consorcio.
       01  CANT-EXX PIC 9(4) VALUE 0.
       01  BUFFER-EXX.
           03 BUF-EXX OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-EXX.
              05 BUF-EXX-CUIT-CONS PIC 9(15).
              05 BUF-EXX-NUMERO PIC 9(4).
              05 BUF-EXX-NRO-CUOTA PIC 9(2).
              05 BUF-EXX-CANT-CUOTAS PIC 9(2).
              05 BUF-EXX-DESCRIP PIC X(20).
              05 BUF-EXX-IMPORTE PIC 9(9)V99.
       01  POS-EXX PIC 9(4) VALUE 0.
       01  CANT-CEX PIC 9(4) VALUE 0.
       01  BUFFER-CEX.
           03 BUF-CEX OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-CEX.
              05 BUF-CEX-CUIT-CONS PIC 9(15).
              05 BUF-CEX-NRO-UNIDAD PIC 9(4).
              05 BUF-CEX-COEFICIENTE PIC 9(3)V99.
       01  POS-CEX PIC 9(4) VALUE 0.
       01  CANT-APO PIC 9(4) VALUE 0.
       01  BUFFER-APO.
           03 BUF-APO OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-APO.
              05 BUF-APO-CUIT-CONS PIC 9(15).
              05 BUF-APO-IMPORTE PIC 9(9)V99.
       01  POS-APO PIC 9(4) VALUE 0.
       01  CANT-UXT PIC 9(4) VALUE 0.
       01  BUFFER-UXT.
           03 BUF-UXT OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-UXT.
              05 BUF-UXT-CUIT-CONS PIC 9(15).
              05 BUF-UXT-NRO-UNIDAD PIC 9(4).
              05 BUF-UXT-PERIODO PIC 9(6).
              05 BUF-UXT-IMPORTE PIC 9(9)V99.
       01  POS-UXT PIC 9(4) VALUE 0.
       01  SW-COEF-HALLADO PIC X(1) VALUE "N".
           88 COEF-HALLADO VALUE "S".
       01  SW-USA-PORCENTUAL PIC X(1) VALUE "N".
           88 USA-PORCENTUAL VALUE "S".
       01  SUMA-COEF PIC 9(5)V99 VALUE 0.
       01  COEF-EXTRA-UF PIC 9(3)V99 VALUE 0.
       01  APORTE-CONSORCIO PIC 9(9)V99 VALUE 0.
       01  EXTRA-CONSORCIO PIC 9(9)V99 VALUE 0.
       01  ORDINARIA-CONSORCIO PIC 9(9)V99 VALUE 0.
       01  ORDINARIA-UF PIC 9(9)V99 VALUE 0.
       01  EXTRA-UF PIC 9(9)V99 VALUE 0.
       01  ACUM-PRORRATEO-EXTRA PIC 9(9)V99 VALUE 0.
       01  TOTAL-PRORRATEADO-EXTRA PIC 9(11)V99 VALUE 0.
       01  CANT-SIN-COEF PIC 9(4) VALUE 0.
       01  ESCRITOS-UXT PIC 9(4) VALUE 0.

       01  IMPORTE-UF PIC 9(9)V99 VALUE 0.
       01  IMPORTE-CONCEPTO-UF PIC 9(9)V99 VALUE 0.
       01  ACUM-PRORRATEO PIC 9(9)V99 VALUE 0.
           03 BOLCPT-PARTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(48) VALUE SPACES.

       01  BOLETA-SUBTOTAL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BOLSUB-ROTULO PIC X(45).
           03 BOLSUB-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(47) VALUE SPACES.

       01  BOLETA-COEF.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(28) VALUE "COEFICIENTE EXTRAORDINARIO ".
           03 BOLCOE-COEFICIENTE PIC ZZ9.99.
           03 FILLER PIC X(70) VALUE SPACES.

      * Codigo de pago electronico: los datos de la boleta y un
      * digito verificador modulo 10 con la secuencia de pesos
      * 1-3-5-7-9 (la mitad de la suma ponderada, modulo 10). La
      * misma cuenta la repite IMPRED para validar la rendicion.
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
       01  POS-DIGITO-CODPAG PIC 9(2) VALUE 0.

       01  BOLETA-TOTAL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(24) VALUE "TOTAL A PAGAR          ".
           03 BOLTOT-VENCIMIENTO PIC 9(8).
           03 FILLER PIC X(46) VALUE SPACES.

       01  BOLETA-CODIGO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(28) VALUE "CODIGO DE PAGO ELECTRONICO: ".
           03 BOLCOD-CODIGO PIC X(37).
           03 FILLER PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM ARMAR-FECHA-HOY
                   PERFORM CARGAR-CUOTAS-EXTRA
                   PERFORM CARGAR-APORTES-FONDO
                   PERFORM CONTAR-EMISIONES
                   IF EXCESO-TABLA
                       PERFORM ABORTAR-EXCESO
                   ELSE
                       PERFORM LEER-MAE
                       PERFORM LEER-EXP
                       PERFORM PRORRATEAR-EXPENSA UNTIL EOF-EXP
                       PERFORM GRABAR-EXPENSAS-UF
                       PERFORM IMPR-CONTROL-TOTALES
                   END-IF
               END-IF
               PERFORM CERRAR-ARCHIVOS
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABORTAR-EXCESO.
           DISPLAY "PROEXP: abortando, tabla de emisiones llena, no se "
               "emiten boletas ni se regraba expensas-uf.txt".
           MOVE 16 TO RETURN-CODE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Recorre expensas.txt contando las unidades que se van a
      * prorratear en el periodo (mismo criterio que
      * PRORRATEAR-EXPENSA) y lo vuelve a abrir para el prorrateo.
      *>-----------------------------------------------------------*
       CONTAR-EMISIONES.
           PERFORM LEER-EXP.
           PERFORM CONTAR-EMISION-PASO UNTIL EOF-EXP.
           CLOSE EXP.
           OPEN INPUT EXP.
           IF FS-EXP NOT = "00"
               DISPLAY "Error en open expensas FS: " FS-EXP
               MOVE "S" TO SW-EXCESO-TABLA.
           MOVE 0 TO LEIDOS-EXP.
           IF CANT-EXPUF-ANT + CANT-A-EMITIR > 9999
               DISPLAY "ERROR: expensas-uf.txt quedaria con "
                   CANT-EXPUF-ANT " emisiones previas y "
                   CANT-A-EMITIR " nuevas, supera las 9999"
               MOVE "S" TO SW-EXCESO-TABLA.
           IF CANT-UXT-A-EMITIR > 9999
               DISPLAY "ERROR: la parte extraordinaria del periodo "
                   "alcanza " CANT-UXT-A-EMITIR " unidades, supera "
                   "las 9999"
               MOVE "S" TO SW-EXCESO-TABLA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTAR-EMISION-PASO.
           IF EXP-PERIODO = PERIODO-LIQ
               PERFORM BUSCAR-PRORRATEO-PREVIO
               PERFORM BUSCAR-GRUPO-UF
               IF NOT YA-PRORRATEADA AND INI-UF > 0
                   COMPUTE CANT-A-EMITIR =
                       CANT-A-EMITIR + FIN-UF - INI-UF + 1
                   MOVE 0 TO EXTRA-CONSORCIO
                   MOVE 1 TO POS-EXX
                   PERFORM SUMAR-EXTRA-PASO UNTIL POS-EXX > CANT-EXX
                   IF EXTRA-CONSORCIO > 0
                       COMPUTE CANT-UXT-A-EMITIR =
                           CANT-UXT-A-EMITIR + FIN-UF - INI-UF + 1
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-EXP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           OPEN INPUT EXP.
           OPEN INPUT PER.
           IF FS-PER NOT = "00"
               DISPLAY "Error en open periodo FS: " FS-PER.
           IF FS-EXP NOT = "00" OR FS-MAE NOT = "00"
               OR FS-PER NOT = "00"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM CARGAR-UNIDADES.
           PERFORM CARGAR-GASTOS.
           PERFORM CARGAR-EXPUF-ANTERIORES.
           PERFORM CARGAR-COEFICIENTES.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CERRAR-ARCHIVOS.
           CLOSE EXP.
           CLOSE MAE.
           CLOSE PER.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PERIODO.
                   "conceptos, los excedentes no salen en la boleta".
           PERFORM LEER-GAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-EXPUF-ANTERIORES.
           OPEN INPUT EXPUF.
           IF FS-EXPUF EQUAL "00"
               PERFORM LEER-EXPUF-ANT
               PERFORM LLENAR-BUFFER-EXPUF-ANT
                   UNTIL EOF-EXPUF OR ERROR-APERTURA
               CLOSE EXPUF
           ELSE
               IF FS-EXPUF EQUAL "05"
                   CLOSE EXPUF
               END-IF
               DISPLAY "ADVERTENCIA: expensas-uf.txt inexistente o "
                   "ilegible (FS: " FS-EXPUF "), se parte de un "
                   "archivo vacio".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-EXPUF-ANT.
           READ EXPUF
               AT END MOVE "10" TO FS-EXPUF.
           IF FS-EXPUF NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER EXPENSAS-UF FS: ' FS-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-EXPUF-ANT.
           IF CANT-EXPUF-ANT < 9999
               ADD 1 TO CANT-EXPUF-ANT
               MOVE REG-EXPUF TO BUF-ANT(CANT-EXPUF-ANT)
           ELSE
               DISPLAY "ERROR: expensas-uf.txt supera las 9999 "
                   "emisiones, se aborta para no truncar el archivo"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-EXPUF-ANT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-EXP.
           READ EXP
           ELSE
               ADD 1 TO EXP-DEL-PERIODO
               PERFORM POSICIONAR-MAESTRO
               PERFORM BUSCAR-PRORRATEO-PREVIO
               PERFORM BUSCAR-GRUPO-UF
               IF YA-PRORRATEADA
                   ADD 1 TO CANT-YA-PRORRATEADAS
                   DISPLAY "ADVERTENCIA: el CUIT " EXP-CUIT-CONS
                       " ya tiene prorrateado el periodo "
                       PERIODO-LIQ ", no se vuelve a prorratear"
               ELSE
                   IF INI-UF = 0
                       ADD 1 TO CANT-SIN-UF
                       DISPLAY "ADVERTENCIA: el CUIT " EXP-CUIT-CONS
                           " no tiene unidades en uf.txt, su expensa "
                           "no se prorratea"
                   ELSE
                       PERFORM BUSCAR-GRUPO-GAS
                       PERFORM PRORRATEAR-CONSORCIO
                   END-IF
               END-IF
               PERFORM LEER-EXP
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PRORRATEO-PREVIO.
           MOVE "N" TO SW-YA-PRORRATEADA.
           MOVE 1 TO POS-ANT.
           PERFORM BUSCAR-PRORRATEO-PASO
               UNTIL POS-ANT > CANT-EXPUF-ANT
               OR YA-PRORRATEADA
               OR BUF-ANT-CUIT-CONS(POS-ANT) > EXP-CUIT-CONS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PRORRATEO-PASO.
           IF BUF-ANT-CUIT-CONS(POS-ANT) = EXP-CUIT-CONS
               AND BUF-ANT-PERIODO(POS-ANT) = PERIODO-LIQ
               MOVE "S" TO SW-YA-PRORRATEADA
           ELSE
               ADD 1 TO POS-ANT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       POSICIONAR-MAESTRO.
           PERFORM LEER-MAE
      * suma de las boletas cierre exacto contra el total emitido.
      *>-----------------------------------------------------------*
       PRORRATEAR-CONSORCIO.
           MOVE 0 TO APORTE-CONSORCIO.
           MOVE 1 TO POS-APO.
           PERFORM BUSCAR-APORTE-PASO UNTIL POS-APO > CANT-APO.
           MOVE 0 TO EXTRA-CONSORCIO.
           MOVE 1 TO POS-EXX.
           PERFORM SUMAR-EXTRA-PASO UNTIL POS-EXX > CANT-EXX.
           IF EXTRA-CONSORCIO > EXP-IMPORTE
               DISPLAY "ADVERTENCIA: el CUIT " EXP-CUIT-CONS
                   " tiene cuotas extraordinarias por encima de la "
                   "expensa emitida, se toma la expensa completa"
               MOVE EXP-IMPORTE TO EXTRA-CONSORCIO.
           COMPUTE ORDINARIA-CONSORCIO = EXP-IMPORTE - EXTRA-CONSORCIO.
           MOVE "N" TO SW-USA-PORCENTUAL.
           IF EXTRA-CONSORCIO > 0
               PERFORM VALIDAR-COEFICIENTES.
           MOVE 0 TO ACUM-PRORRATEO.
           MOVE 0 TO ACUM-PRORRATEO-EXTRA.
           MOVE INI-UF TO POS-UF.
           PERFORM PRORRATEAR-UNIDAD
               UNTIL POS-UF > FIN-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-APORTE-PASO.
           IF BUF-APO-CUIT-CONS(POS-APO) = EXP-CUIT-CONS
               ADD BUF-APO-IMPORTE(POS-APO) TO APORTE-CONSORCIO.
           ADD 1 TO POS-APO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-EXTRA-PASO.
           IF BUF-EXX-CUIT-CONS(POS-EXX) = EXP-CUIT-CONS
               ADD BUF-EXX-IMPORTE(POS-EXX) TO EXTRA-CONSORCIO.
           ADD 1 TO POS-EXX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Los coeficientes extraordinarios de las unidades del
      * consorcio tienen que sumar 100.00; si no, se prorratea la
      * extraordinaria por el porcentual de la unidad.
      *>-----------------------------------------------------------*
       VALIDAR-COEFICIENTES.
           MOVE 0 TO SUMA-COEF.
           MOVE INI-UF TO POS-UF.
           PERFORM SUMAR-COEF-PASO UNTIL POS-UF > FIN-UF.
           IF SUMA-COEF NOT = 100
               MOVE "S" TO SW-USA-PORCENTUAL
               ADD 1 TO CANT-SIN-COEF
               DISPLAY "ADVERTENCIA: el CUIT " EXP-CUIT-CONS
                   " no tiene coeficientes extraordinarios que "
                   "sumen 100.00 (suman " SUMA-COEF "), la "
                   "extraordinaria se prorratea por porcentual".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-COEF-PASO.
           PERFORM BUSCAR-COEF-UF.
           ADD COEF-EXTRA-UF TO SUMA-COEF.
           ADD 1 TO POS-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-COEF-UF.
           MOVE 0 TO COEF-EXTRA-UF.
           MOVE "N" TO SW-COEF-HALLADO.
           MOVE 1 TO POS-CEX.
           PERFORM BUSCAR-COEF-PASO
               UNTIL POS-CEX > CANT-CEX OR COEF-HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-COEF-PASO.
           IF BUF-CEX-CUIT-CONS(POS-CEX) = EXP-CUIT-CONS
               AND BUF-CEX-NRO-UNIDAD(POS-CEX)
                   = BUF-UF-NRO-UNIDAD(POS-UF)
               MOVE BUF-CEX-COEFICIENTE(POS-CEX) TO COEF-EXTRA-UF
               MOVE "S" TO SW-COEF-HALLADO
           ELSE
               ADD 1 TO POS-CEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       PRORRATEAR-UNIDAD.
           IF POS-UF = FIN-UF
               COMPUTE ORDINARIA-UF =
                   ORDINARIA-CONSORCIO - ACUM-PRORRATEO
           ELSE
               COMPUTE ORDINARIA-UF ROUNDED = ORDINARIA-CONSORCIO
                   * BUF-UF-PORCENTUAL(POS-UF) / 100.
           ADD ORDINARIA-UF TO ACUM-PRORRATEO.
           MOVE 0 TO EXTRA-UF.
           MOVE 0 TO COEF-EXTRA-UF.
           IF EXTRA-CONSORCIO > 0
               PERFORM PRORRATEAR-EXTRA-UNIDAD.
           COMPUTE IMPORTE-UF = ORDINARIA-UF + EXTRA-UF.
           ADD IMPORTE-UF TO TOTAL-PRORRATEADO.
           PERFORM GRABAR-EXPENSA-UF.
           IF EXTRA-UF > 0
               PERFORM GUARDAR-EXTRA-UF.
           PERFORM IMPR-BOLETA.
           ADD 1 TO POS-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       PRORRATEAR-EXTRA-UNIDAD.
           IF USA-PORCENTUAL
               MOVE BUF-UF-PORCENTUAL(POS-UF) TO COEF-EXTRA-UF
           ELSE
               PERFORM BUSCAR-COEF-UF.
           IF POS-UF = FIN-UF
               COMPUTE EXTRA-UF =
                   EXTRA-CONSORCIO - ACUM-PRORRATEO-EXTRA
           ELSE
               COMPUTE EXTRA-UF ROUNDED = EXTRA-CONSORCIO
                   * COEF-EXTRA-UF / 100.
           ADD EXTRA-UF TO ACUM-PRORRATEO-EXTRA.
           ADD EXTRA-UF TO TOTAL-PRORRATEADO-EXTRA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GUARDAR-EXTRA-UF.
           IF CANT-UXT < 9999
               ADD 1 TO CANT-UXT
               MOVE EXP-CUIT-CONS TO BUF-UXT-CUIT-CONS(CANT-UXT)
               MOVE BUF-UF-NRO-UNIDAD(POS-UF)
                   TO BUF-UXT-NRO-UNIDAD(CANT-UXT)
               MOVE EXP-PERIODO TO BUF-UXT-PERIODO(CANT-UXT)
               MOVE EXTRA-UF TO BUF-UXT-IMPORTE(CANT-UXT)
           ELSE
               DISPLAY "ERROR: tabla de extraordinarias por unidad "
                   "llena en la unidad " BUF-UF-NRO-UNIDAD(POS-UF)
                   " del CUIT " EXP-CUIT-CONS
               MOVE "S" TO SW-EXCESO-TABLA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-EXPENSA-UF.
           IF CANT-EXPUF-NUE < 9999
               ADD 1 TO CANT-EXPUF-NUE
               MOVE EXP-CUIT-CONS TO BUF-NUE-CUIT-CONS(CANT-EXPUF-NUE)
               MOVE BUF-UF-NRO-UNIDAD(POS-UF)
                   TO BUF-NUE-NRO-UNIDAD(CANT-EXPUF-NUE)
               MOVE EXP-PERIODO TO BUF-NUE-PERIODO(CANT-EXPUF-NUE)
               MOVE IMPORTE-UF TO BUF-NUE-IMPORTE(CANT-EXPUF-NUE)
               MOVE EXP-VENCIMIENTO
                   TO BUF-NUE-VENCIMIENTO(CANT-EXPUF-NUE)
               ADD 1 TO ESCRITOS-EXPUF
           ELSE
               DISPLAY "ERROR: tabla de emisiones por unidad llena "
                   "en la unidad " BUF-UF-NRO-UNIDAD(POS-UF)
                   " del CUIT " EXP-CUIT-CONS
               MOVE "S" TO SW-EXCESO-TABLA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Graba expensas-uf.txt mezclando por CUIT y unidad las
      * emisiones previas con las del periodo.
      *>-----------------------------------------------------------*
       RESGUARDAR-EXPENSAS-UF.
           MOVE "expensas-uf.txt" TO RES-ARCHIVO.
           MOVE "expuf" TO RES-BASE.
           CALL "RESGUARD" USING RES-ARCHIVO, RES-BASE,
               RES-COD-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-EXPENSAS-UF.
           IF EXCESO-TABLA
               PERFORM ABORTAR-EXCESO
               PERFORM CERRAR-ARCHIVOS
               STOP RUN.
           PERFORM RESGUARDAR-EXPENSAS-UF.
           IF RES-COD-RET NOT = 0
               DISPLAY "PROEXP: fallo el resguardo de "
                   "expensas-uf.txt, no se regraba"
               MOVE 16 TO RETURN-CODE
               PERFORM CERRAR-ARCHIVOS
               STOP RUN.
           OPEN OUTPUT EXPUF.
           IF FS-EXPUF NOT = "00"
               DISPLAY "Error en open expensas por unidad FS: "
                   FS-EXPUF
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 1 TO POS-ANT
               MOVE 1 TO POS-NUE
               PERFORM GRABAR-EXPENSA-UF-PASO
                   UNTIL POS-ANT > CANT-EXPUF-ANT
                   AND POS-NUE > CANT-EXPUF-NUE
               CLOSE EXPUF
               PERFORM GRABAR-EXTRAS-UF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * expensas-uf-ext.txt se agrega: un periodo ya prorrateado no
      * vuelve a generar filas.
      *>-----------------------------------------------------------*
       GRABAR-EXTRAS-UF.
           IF CANT-UXT > 0
               OPEN EXTEND UXT
               IF FS-UXT NOT = "00" AND FS-UXT NOT = "05"
                   DISPLAY "Error en open expensas-uf-ext FS: "
                       FS-UXT
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 1 TO POS-UXT
                   PERFORM ESCRIBIR-UXT-PASO UNTIL POS-UXT > CANT-UXT
                   CLOSE UXT
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-UXT-PASO.
           MOVE BUF-UXT(POS-UXT) TO REG-UXT.
           WRITE REG-UXT.
           ADD 1 TO ESCRITOS-UXT.
           ADD 1 TO POS-UXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-EXPENSA-UF-PASO.
           IF POS-NUE > CANT-EXPUF-NUE
               PERFORM ESCRIBIR-EXPUF-ANT
           ELSE
               IF POS-ANT > CANT-EXPUF-ANT
                   PERFORM ESCRIBIR-EXPUF-NUE
               ELSE
                   IF BUF-ANT-CUIT-CONS(POS-ANT)
                           < BUF-NUE-CUIT-CONS(POS-NUE)
                       OR (BUF-ANT-CUIT-CONS(POS-ANT)
                           = BUF-NUE-CUIT-CONS(POS-NUE)
                       AND BUF-ANT-NRO-UNIDAD(POS-ANT)
                           <= BUF-NUE-NRO-UNIDAD(POS-NUE))
                       PERFORM ESCRIBIR-EXPUF-ANT
                   ELSE
                       PERFORM ESCRIBIR-EXPUF-NUE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-EXPUF-ANT.
           MOVE BUF-ANT(POS-ANT) TO REG-EXPUF.
           WRITE REG-EXPUF.
           ADD 1 TO ESCRITOS-TOTAL.
           ADD 1 TO POS-ANT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-EXPUF-NUE.
           MOVE BUF-NUE(POS-NUE) TO REG-EXPUF.
           WRITE REG-EXPUF.
           ADD 1 TO ESCRITOS-TOTAL.
           ADD 1 TO POS-NUE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-BOLETA.
               MOVE INI-GAS TO POS-GAS
               PERFORM IMPR-BOLETA-CONCEPTO
                   UNTIL POS-GAS > FIN-GAS.
           IF APORTE-CONSORCIO > 0
               MOVE 0 TO BOLCPT-CODIGO
               MOVE "FONDO DE RESERVA" TO BOLCPT-DESCRIP
               MOVE APORTE-CONSORCIO TO BOLCPT-IMPORTE
               COMPUTE IMPORTE-CONCEPTO-UF ROUNDED =
                   APORTE-CONSORCIO * BUF-UF-PORCENTUAL(POS-UF) / 100
               MOVE IMPORTE-CONCEPTO-UF TO BOLCPT-PARTE
               MOVE BOLETA-CONCEPTO TO LINEA
               DISPLAY LINEA.
           IF EXTRA-CONSORCIO > 0
               MOVE "SUBTOTAL EXPENSA ORDINARIA" TO BOLSUB-ROTULO
               MOVE ORDINARIA-UF TO BOLSUB-IMPORTE
               MOVE BOLETA-SUBTOTAL TO LINEA
               DISPLAY LINEA
               MOVE COEF-EXTRA-UF TO BOLCOE-COEFICIENTE
               MOVE BOLETA-COEF TO LINEA
               DISPLAY LINEA
               MOVE 1 TO POS-EXX
               PERFORM IMPR-BOLETA-EXTRA UNTIL POS-EXX > CANT-EXX
               MOVE "SUBTOTAL EXPENSA EXTRAORDINARIA" TO BOLSUB-ROTULO
               MOVE EXTRA-UF TO BOLSUB-IMPORTE
               MOVE BOLETA-SUBTOTAL TO LINEA
               DISPLAY LINEA.
           MOVE IMPORTE-UF TO BOLTOT-IMPORTE.
           MOVE EXP-VENCIMIENTO TO BOLTOT-VENCIMIENTO.
           MOVE BOLETA-TOTAL TO LINEA.
           DISPLAY LINEA.
           PERFORM ARMAR-CODIGO-PAGO.
           MOVE CODIGO-PAGO TO BOLCOD-CODIGO.
           MOVE BOLETA-CODIGO TO LINEA.
           DISPLAY LINEA.
           ADD 1 TO CANT-BOLETAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARMAR-CODIGO-PAGO.
           MOVE EXP-CUIT-CONS TO CODPAG-CUIT-CONS.
           MOVE BUF-UF-NRO-UNIDAD(POS-UF) TO CODPAG-NRO-UNIDAD.
           MOVE EXP-PERIODO TO CODPAG-PERIODO.
           MOVE IMPORTE-UF TO CODPAG-IMPORTE.
           MOVE 0 TO SUMA-CODPAG.
           MOVE 1 TO POS-DIGITO-CODPAG.
           PERFORM SUMAR-PESO-CODPAG UNTIL POS-DIGITO-CODPAG > 36.
           DIVIDE SUMA-CODPAG BY 2 GIVING MITAD-CODPAG.
           DIVIDE MITAD-CODPAG BY 10 GIVING COCIENTE-CODPAG
               REMAINDER CODPAG-DV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-PESO-CODPAG.
           COMPUTE SUMA-CODPAG = SUMA-CODPAG
               + CODPAG-DIGITO(POS-DIGITO-CODPAG)
               * PESO-CODPAG(POS-DIGITO-CODPAG).
           ADD 1 TO POS-DIGITO-CODPAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-BOLETA-CONCEPTO.
           MOVE BUF-GAS-CONCEPTO(POS-GAS) TO BOLCPT-CODIGO.
           DISPLAY LINEA.
           ADD 1 TO POS-GAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-BOLETA-EXTRA.
           IF BUF-EXX-CUIT-CONS(POS-EXX) = EXP-CUIT-CONS
               MOVE BUF-EXX-NUMERO(POS-EXX) TO BOLCPT-CODIGO
               MOVE BUF-EXX-DESCRIP(POS-EXX) TO BOLCPT-DESCRIP
               MOVE BUF-EXX-IMPORTE(POS-EXX) TO BOLCPT-IMPORTE
               COMPUTE IMPORTE-CONCEPTO-UF ROUNDED =
                   BUF-EXX-IMPORTE(POS-EXX) * COEF-EXTRA-UF / 100
               MOVE IMPORTE-CONCEPTO-UF TO BOLCPT-PARTE
               MOVE BOLETA-CONCEPTO TO LINEA
               DISPLAY LINEA.
           ADD 1 TO POS-EXX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-COEFICIENTES.
           OPEN INPUT CEX.
           IF FS-CEX EQUAL "00"
               PERFORM LEER-CEX
               PERFORM LLENAR-BUFFER-CEX
                   UNTIL EOF-CEX OR ERROR-APERTURA
               CLOSE CEX
           ELSE
               IF FS-CEX EQUAL "05"
                   CLOSE CEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-CEX.
           READ CEX
               AT END MOVE "10" TO FS-CEX.
           IF FS-CEX NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER COEF-EXTRA FS: ' FS-CEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-CEX.
           IF CANT-CEX < 9999
               ADD 1 TO CANT-CEX
               MOVE REG-CEX TO BUF-CEX(CANT-CEX)
           ELSE
               DISPLAY "ERROR: coef-extra.txt supera las 9999 "
                   "unidades, se aborta para no prorratear mal"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-CEX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-CUOTAS-EXTRA.
           OPEN INPUT EXX.
           IF FS-EXX EQUAL "00"
               PERFORM LEER-EXX
               PERFORM LLENAR-BUFFER-EXX UNTIL EOF-EXX
               CLOSE EXX
           ELSE
               IF FS-EXX EQUAL "05"
                   CLOSE EXX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-EXX.
           READ EXX
               AT END MOVE "10" TO FS-EXX.
           IF FS-EXX NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER EXPENSAS-EXT FS: ' FS-EXX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-EXX.
           IF EXX-PERIODO = PERIODO-LIQ
               IF CANT-EXX < 9999
                   ADD 1 TO CANT-EXX
                   MOVE EXX-CUIT-CONS TO BUF-EXX-CUIT-CONS(CANT-EXX)
                   MOVE EXX-NUMERO TO BUF-EXX-NUMERO(CANT-EXX)
                   MOVE EXX-NRO-CUOTA TO BUF-EXX-NRO-CUOTA(CANT-EXX)
                   MOVE EXX-CANT-CUOTAS
                       TO BUF-EXX-CANT-CUOTAS(CANT-EXX)
                   MOVE EXX-DESCRIP TO BUF-EXX-DESCRIP(CANT-EXX)
                   MOVE EXX-IMPORTE TO BUF-EXX-IMPORTE(CANT-EXX)
               ELSE
                   DISPLAY "ADVERTENCIA: expensas-ext.txt supera las "
                       "9999 cuotas del periodo, las excedentes se "
                       "prorratean como ordinarias".
           PERFORM LEER-EXX.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-APORTES-FONDO.
           OPEN INPUT FDR.
           IF FS-FDR EQUAL "00"
               PERFORM LEER-FDR
               PERFORM LLENAR-BUFFER-APO UNTIL EOF-FDR
               CLOSE FDR
           ELSE
               IF FS-FDR EQUAL "05"
                   CLOSE FDR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-FDR.
           READ FDR
               AT END MOVE "10" TO FS-FDR.
           IF FS-FDR NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER FONDO-RESERVA FS: ' FS-FDR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-APO.
           IF FDR-PERIODO = PERIODO-LIQ AND FDR-TIPO = "A"
               IF CANT-APO < 9999
                   ADD 1 TO CANT-APO
                   MOVE FDR-CUIT-CONS TO BUF-APO-CUIT-CONS(CANT-APO)
                   MOVE FDR-IMPORTE TO BUF-APO-IMPORTE(CANT-APO)
               ELSE
                   DISPLAY "ADVERTENCIA: fondo-reserva.txt supera "
                       "los 9999 aportes del periodo, los excedentes "
                       "no salen en la boleta".
           PERFORM LEER-FDR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-CONTROL-TOTALES.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Boletas emitidas          : " CANT-BOLETAS.
           DISPLAY "Expensas por unidad       : " ESCRITOS-EXPUF.
           DISPLAY "Total prorrateado         : " TOTAL-PRORRATEADO.
           DISPLAY "  de la extraordinaria    : "
               TOTAL-PRORRATEADO-EXTRA.
           DISPLAY "Consorcios sin coef.extra : " CANT-SIN-COEF.
           DISPLAY "Registros expensas-uf-ext : " ESCRITOS-UXT.
           DISPLAY "Periodos ya prorrateados  : " CANT-YA-PRORRATEADAS.
           DISPLAY "Registros expensas-uf.txt : " ESCRITOS-TOTAL.

       END PROGRAM PROEXP.
