      *          saldo. Los CUIT con convenio de pago vigente no se
      *          depuran (su deuda esta congelada en cuotas). Emite
      *          el reporte de lo archivado por periodo.
      *          Lo mismo se hace por unidad funcional: las emisiones
      *          de expensas-uf.txt totalmente cubiertas por los
      *          pagos de su unidad pasan a expensas-uf-hist.txt y el
      *          residual se reparte en un pago por unidad con su
      *          credito no aplicado mas uno sin unidad (0) con el
      *          resto del credito del CUIT. Si el credito de las
      *          unidades supera al del CUIT el CUIT no se depura.
      *          Tampoco se depura el CUIT cuyo total pagado, o el de
      *          alguna de sus unidades, queda negativo por un pago
      *          anulado (deuda reabierta): se conserva entero hasta
      *          que nuevos pagos lo cubran.
      *          La parte extraordinaria de cada emision por unidad
      *          (expensas-uf-ext.txt) sigue a su emision: las filas
      *          cuya emision (CUIT, unidad y periodo) ya no queda en
      *          expensas-uf.txt pasan a expensas-uf-ext-hist.txt.
      * Tectonics: cobc
      ******************************************************************

                        ASSIGN TO "pagos-hist.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PAGH.
           SELECT OPTIONAL EXPUF
                        ASSIGN TO "expensas-uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXPUF.
           SELECT OPTIONAL EXPUFH
                        ASSIGN TO "expensas-uf-hist.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXPUFH.
           SELECT OPTIONAL UXT
                        ASSIGN TO "expensas-uf-ext.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-UXT.
           SELECT OPTIONAL UXTH
                        ASSIGN TO "expensas-uf-ext-hist.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-UXTH.

       DATA DIVISION.
       FILE SECTION.
       01  REG-PAG.
           03 PAG-CUIT-CONS    PIC 9(15).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC S9(9)V99.
           03 PAG-NRO-UNIDAD   PIC 9(4).

       FD  CONV.
       01  REG-CONV.
       01  REG-PAGH.
           03 PAGH-CUIT-CONS PIC 9(15).
           03 PAGH-FECHA PIC 9(8).
           03 PAGH-IMPORTE PIC S9(9)V99.
           03 PAGH-FECHA-ARCHIVO PIC 9(8).
           03 PAGH-NRO-UNIDAD PIC 9(4).

       FD  EXPUF.
       01  REG-EXPUF.
           03 EXPUF-CUIT-CONS PIC 9(15).
           03 EXPUF-NRO-UNIDAD PIC 9(4).
           03 EXPUF-PERIODO PIC 9(6).
           03 EXPUF-IMPORTE PIC 9(9)V99.
           03 EXPUF-VENCIMIENTO PIC 9(8).

       FD  EXPUFH.
       01  REG-EXPUFH.
           03 EXPUFH-CUIT-CONS PIC 9(15).
           03 EXPUFH-NRO-UNIDAD PIC 9(4).
           03 EXPUFH-PERIODO PIC 9(6).
           03 EXPUFH-IMPORTE PIC 9(9)V99.
           03 EXPUFH-VENCIMIENTO PIC 9(8).
           03 EXPUFH-FECHA-ARCHIVO PIC 9(8).

       FD  UXT.
       01  REG-UXT.
           03 UXT-CUIT-CONS PIC 9(15).
           03 UXT-NRO-UNIDAD PIC 9(4).
           03 UXT-PERIODO PIC 9(6).
           03 UXT-IMPORTE PIC 9(9)V99.

       FD  UXTH.
       01  REG-UXTH.
           03 UXTH-CUIT-CONS PIC 9(15).
           03 UXTH-NRO-UNIDAD PIC 9(4).
           03 UXTH-PERIODO PIC 9(6).
           03 UXTH-IMPORTE PIC 9(9)V99.
           03 UXTH-FECHA-ARCHIVO PIC 9(8).

       WORKING-STORAGE SECTION.

           88 OK-PAGH VALUE "00".
           88 NO-PAGH VALUE "23".
           88 EOF-PAGH VALUE "10".
       77  FS-EXPUF PIC XX.
           88 OK-EXPUF VALUE "00".
           88 NO-EXPUF VALUE "23".
           88 EOF-EXPUF VALUE "10".
       77  FS-EXPUFH PIC XX.
           88 OK-EXPUFH VALUE "00".
           88 NO-EXPUFH VALUE "23".
           88 EOF-EXPUFH VALUE "10".
       77  FS-UXT PIC XX.
           88 OK-UXT VALUE "00".
           88 NO-UXT VALUE "23".
           88 EOF-UXT VALUE "10".
       77  FS-UXTH PIC XX.
           88 OK-UXTH VALUE "00".
           88 NO-UXTH VALUE "23".
           88 EOF-UXTH VALUE "10".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  TABLA-PAG-CUIT.
           03 TAB-PAG OCCURS 120 TIMES.
              05 TAB-PAG-FECHA PIC 9(8).
              05 TAB-PAG-IMPORTE PIC S9(9)V99.
              05 TAB-PAG-UNIDAD PIC 9(4).
       01  POS-PAG PIC 9(3) VALUE 0.
       01  TOTAL-PAGOS-CUIT PIC S9(11)V99 VALUE 0.
       01  RESTANTE-PAGO PIC 9(11)V99 VALUE 0.
       01  ULTIMA-FECHA-PAGO PIC 9(8) VALUE 0.

              DEPENDING ON CANT-PAG-VIVOS.
              05 BUF-PVIVO-CUIT-CONS PIC 9(15).
              05 BUF-PVIVO-FECHA PIC 9(8).
              05 BUF-PVIVO-IMPORTE PIC S9(9)V99.
              05 BUF-PVIVO-NRO-UNIDAD PIC 9(4).
       01  SUBIND PIC 9(4) VALUE 0.

      * Emisiones por unidad del CUIT en curso (de expensas-uf.txt,
      * ordenadas por unidad y periodo) y credito de cada unidad:
      * se marcan primero las archivables y se calcula el residual
      * de cada unidad antes de tocar los historicos.
       01  SW-EXPUF-ABIERTO PIC X(1) VALUE "N".
           88 EXPUF-ABIERTO VALUE "S".
       01  CANT-EXPUF-CUIT PIC 9(3) VALUE 0.
       01  TABLA-EXPUF-CUIT.
           03 TAB-EXPUF OCCURS 999 TIMES.
              05 TAB-EXPUF-NRO-UNIDAD PIC 9(4).
              05 TAB-EXPUF-PERIODO PIC 9(6).
              05 TAB-EXPUF-IMPORTE PIC 9(9)V99.
              05 TAB-EXPUF-VENCIMIENTO PIC 9(8).
              05 TAB-EXPUF-ARCHIVA PIC X(1).
       01  POS-EXPUF PIC 9(3) VALUE 0.

       01  CANT-UNI PIC 9(3) VALUE 0.
       01  TABLA-UNI-CUIT.
           03 TAB-UNI OCCURS 300 TIMES.
              05 TAB-UNI-NRO PIC 9(4).
              05 TAB-UNI-RESTANTE PIC S9(11)V99.
              05 TAB-UNI-FECHA PIC 9(8).
              05 TAB-UNI-CORTADA PIC X(1).
       01  POS-UNI PIC 9(3) VALUE 0.
       01  SUBIND-UNI PIC 9(3) VALUE 0.
       01  UNIDAD-BUSCADA PIC 9(4) VALUE 0.
       01  SW-UNI-LLENA PIC X(1) VALUE "N".
           88 UNI-LLENA VALUE "S".
       01  RESIDUO-CUIT PIC 9(11)V99 VALUE 0.
       01  RESIDUO-UNIDADES PIC 9(11)V99 VALUE 0.
       01  RESIDUO-SIN-UNIDAD PIC 9(11)V99 VALUE 0.
       01  SW-DEUDA-REABIERTA PIC X(1) VALUE "N".
           88 DEUDA-REABIERTA VALUE "S".

       01  CANT-EXPUF-VIVAS PIC 9(4) VALUE 0.
       01  BUFFER-EXPUF-VIVAS.
           03 BUF-UVIVA OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-EXPUF-VIVAS.
              05 BUF-UVIVA-CUIT-CONS PIC 9(15).
              05 BUF-UVIVA-NRO-UNIDAD PIC 9(4).
              05 BUF-UVIVA-PERIODO PIC 9(6).
              05 BUF-UVIVA-IMPORTE PIC 9(9)V99.
              05 BUF-UVIVA-VENCIMIENTO PIC 9(8).

      * Partes extraordinarias cuya emision sigue viva en
      * expensas-uf.txt; el resto se archiva.
       01  CANT-UXT-VIVAS PIC 9(4) VALUE 0.
       01  BUFFER-UXT-VIVAS.
           03 BUF-XVIVA OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-UXT-VIVAS.
              05 BUF-XVIVA-CUIT-CONS PIC 9(15).
              05 BUF-XVIVA-NRO-UNIDAD PIC 9(4).
              05 BUF-XVIVA-PERIODO PIC 9(6).
              05 BUF-XVIVA-IMPORTE PIC 9(9)V99.
       01  SW-UXT-VIVA PIC X(1) VALUE "N".
           88 UXT-VIVA VALUE "S".
       01  SW-UXT-LLENA PIC X(1) VALUE "N".
           88 UXT-LLENA VALUE "S".
       01  POS-UVIVA PIC 9(5) VALUE 0.
       01  POS-XVIVA PIC 9(5) VALUE 0.
       01  LEIDOS-UXT PIC 9(5) VALUE 0.
       01  CANT-UXT-A-ARCHIVAR PIC 9(5) VALUE 0.
       01  CANT-UXT-ARCH PIC 9(5) VALUE 0.

      * Resumen de lo archivado abierto por periodo de emision.
       01  CANT-PER-ARCH PIC 9(3) VALUE 0.
       01  TABLA-PER-ARCH.
       01  CANT-PAG-ARCH PIC 9(4) VALUE 0.
       01  CANT-CUIT-CONV PIC 9(4) VALUE 0.
       01  TOTAL-ARCHIVADO PIC 9(11)V99 VALUE 0.
       01  LEIDOS-EXPUF PIC 9(5) VALUE 0.
       01  CANT-EXPUF-ARCH PIC 9(5) VALUE 0.
       01  CANT-CUIT-DESCUADRE PIC 9(4) VALUE 0.
       01  CANT-CUIT-REABIERTOS PIC 9(4) VALUE 0.

      * Parametros del resguardo generacional previo a la regrabacion.
       01  RES-ARCHIVO PIC X(20) VALUE SPACES.
               PERFORM LEER-EXP
               PERFORM LEER-PAG
               PERFORM DEPURAR-CUIT UNTIL EOF-EXP AND EOF-PAG
               PERFORM CONSERVAR-EXPUF-ACTUAL UNTIL EOF-EXPUF
               PERFORM CERRAR-ARCHIVOS
               PERFORM GRABAR-EXPENSAS
               PERFORM GRABAR-PAGOS
               IF EXPUF-ABIERTO
                   PERFORM GRABAR-EXPENSAS-UF
                   PERFORM DEPURAR-EXTRAS-UF
               END-IF
               PERFORM IMPR-REPORTE
           END-IF.
           STOP RUN.
           OPEN EXTEND PAGH.
           IF FS-PAGH NOT = "00" AND "05"
               DISPLAY "Error en open pagos historicos FS: " FS-PAGH.
           OPEN EXTEND EXPUFH.
           IF FS-EXPUFH NOT = "00" AND "05"
               DISPLAY "Error en open expensas por unidad historicas "
                   "FS: " FS-EXPUFH.
           IF FS-EXP NOT = "00" OR FS-PAG NOT = "00"
               OR (FS-EXPH NOT = "00" AND "05")
               OR (FS-PAGH NOT = "00" AND "05")
               OR (FS-EXPUFH NOT = "00" AND "05")
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM CARGAR-CONVENIOS-VIGENTES.
           PERFORM ABRIR-EXPENSAS-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CERRAR-ARCHIVOS.
           CLOSE PAG.
           CLOSE EXPH.
           CLOSE PAGH.
           CLOSE EXPUFH.
           IF EXPUF-ABIERTO
               CLOSE EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-CONVENIOS-VIGENTES.
           MOVE EXP-CUIT-CONS TO MIN.
           IF PAG-CUIT-CONS < MIN
               MOVE PAG-CUIT-CONS TO MIN.
           PERFORM CONSERVAR-EXPUF-ACTUAL
               UNTIL EXPUF-CUIT-CONS >= MIN.
           PERFORM CARGAR-EXPENSAS-CUIT.
           PERFORM CARGAR-PAGOS-CUIT.
           PERFORM CARGAR-EXPUF-CUIT.
           PERFORM BUSCAR-CONVENIO-VIGENTE.
           IF CONV-VIGENTE
               ADD 1 TO CANT-CUIT-CONV
               PERFORM CONSERVAR-TODO
           ELSE
               PERFORM CALCULAR-RESIDUOS
               IF DEUDA-REABIERTA
                   ADD 1 TO CANT-CUIT-REABIERTOS
                   DISPLAY "ADVERTENCIA: el CUIT " MIN " tiene pagos "
                       "anulados que reabren deuda, se conserva sin "
                       "depurar"
                   PERFORM CONSERVAR-TODO
               ELSE
               IF UNI-LLENA OR RESIDUO-UNIDADES > RESIDUO-CUIT
                   ADD 1 TO CANT-CUIT-DESCUADRE
                   DISPLAY "ADVERTENCIA: el credito por unidad del "
                       "CUIT " MIN " no cierra contra el del "
                       "consorcio, se conserva sin depurar"
                   PERFORM CONSERVAR-TODO
               ELSE
                   PERFORM APLICAR-Y-ARCHIVAR
               END-IF
               END-IF
           END-IF.
           PERFORM CONSERVAR-EXPUF-ACTUAL
               UNTIL EOF-EXPUF OR EXPUF-CUIT-CONS NOT = MIN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-EXPENSAS-CUIT.
           ADD 1 TO CANT-PAG-CUIT.
           MOVE PAG-FECHA TO TAB-PAG-FECHA(CANT-PAG-CUIT).
           MOVE PAG-IMPORTE TO TAB-PAG-IMPORTE(CANT-PAG-CUIT).
           MOVE PAG-NRO-UNIDAD TO TAB-PAG-UNIDAD(CANT-PAG-CUIT).
           ADD PAG-IMPORTE TO TOTAL-PAGOS-CUIT.
           IF PAG-FECHA > ULTIMA-FECHA-PAGO
               MOVE PAG-FECHA TO ULTIMA-FECHA-PAGO.
                   TO BUF-PVIVO-CUIT-CONS(CANT-PAG-VIVOS)
               MOVE PAG-FECHA TO BUF-PVIVO-FECHA(CANT-PAG-VIVOS)
               MOVE PAG-IMPORTE TO BUF-PVIVO-IMPORTE(CANT-PAG-VIVOS)
               MOVE PAG-NRO-UNIDAD
                   TO BUF-PVIVO-NRO-UNIDAD(CANT-PAG-VIVOS)
           ELSE
               DISPLAY "ERROR: tabla de pagos vivos llena, pago del "
                   "CUIT " PAG-CUIT-CONS " perdido".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * expensas-uf.txt se aparea contra el CUIT en curso; sin el
      * archivo la depuracion sigue solo por CUIT y el credito de
      * los pagos con unidad se conserva en su unidad.
      *>-----------------------------------------------------------*
       ABRIR-EXPENSAS-UF.
           OPEN INPUT EXPUF.
           IF FS-EXPUF EQUAL "00"
               MOVE "S" TO SW-EXPUF-ABIERTO
               PERFORM LEER-EXPUF
           ELSE
               IF FS-EXPUF EQUAL "05"
                   CLOSE EXPUF
               END-IF
               DISPLAY "ADVERTENCIA: expensas-uf.txt inexistente o "
                   "ilegible (FS: " FS-EXPUF "), no se depuran "
                   "emisiones por unidad"
               MOVE "10" TO FS-EXPUF
               MOVE 999999999999999 TO EXPUF-CUIT-CONS.
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
      * Emisiones por unidad sin CUIT en la depuracion o que no
      * entran en la tabla del CUIT: se conservan tal cual, en el
      * mismo orden en que vienen.
      *>-----------------------------------------------------------*
       CONSERVAR-EXPUF-ACTUAL.
           IF CANT-EXPUF-VIVAS < 9999
               ADD 1 TO CANT-EXPUF-VIVAS
               MOVE REG-EXPUF TO BUF-UVIVA(CANT-EXPUF-VIVAS)
           ELSE
               DISPLAY "ERROR: tabla de expensas por unidad vivas "
                   "llena, expensa de la unidad " EXPUF-NRO-UNIDAD
                   " del CUIT " EXPUF-CUIT-CONS " perdida".
           PERFORM LEER-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-EXPUF-CUIT.
           MOVE 0 TO CANT-EXPUF-CUIT.
           PERFORM CARGAR-EXPUF-PASO
               UNTIL EOF-EXPUF OR EXPUF-CUIT-CONS NOT = MIN
               OR CANT-EXPUF-CUIT >= 999.
           IF NOT EOF-EXPUF AND EXPUF-CUIT-CONS = MIN
               DISPLAY "ADVERTENCIA: mas de 999 expensas por unidad "
                   "para el CUIT " MIN ", las excedentes se "
                   "conservan sin depurar".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-EXPUF-PASO.
           ADD 1 TO CANT-EXPUF-CUIT.
           MOVE EXPUF-NRO-UNIDAD
               TO TAB-EXPUF-NRO-UNIDAD(CANT-EXPUF-CUIT).
           MOVE EXPUF-PERIODO TO TAB-EXPUF-PERIODO(CANT-EXPUF-CUIT).
           MOVE EXPUF-IMPORTE TO TAB-EXPUF-IMPORTE(CANT-EXPUF-CUIT).
           MOVE EXPUF-VENCIMIENTO
               TO TAB-EXPUF-VENCIMIENTO(CANT-EXPUF-CUIT).
           MOVE "N" TO TAB-EXPUF-ARCHIVA(CANT-EXPUF-CUIT).
           PERFORM LEER-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Antes de archivar se calcula el credito residual del CUIT
      * (mismo criterio que APLICAR-Y-ARCHIVAR) y el de cada unidad:
      * cada unidad aplica sus pagos a sus emisiones de la mas vieja
      * a la mas nueva y se corta en la primera que no cubre. El
      * residual sin unidad es la diferencia entre ambos.
      *>-----------------------------------------------------------*
       CALCULAR-RESIDUOS.
           MOVE "N" TO SW-DEUDA-REABIERTA.
           IF TOTAL-PAGOS-CUIT < 0
               MOVE "S" TO SW-DEUDA-REABIERTA
               MOVE 0 TO RESIDUO-CUIT
           ELSE
               MOVE TOTAL-PAGOS-CUIT TO RESIDUO-CUIT.
           MOVE 1 TO POS-EXP.
           PERFORM CALCULAR-RESIDUO-EXP-PASO
               UNTIL POS-EXP > CANT-EXP-CUIT.
           MOVE 0 TO CANT-UNI.
           MOVE "N" TO SW-UNI-LLENA.
           MOVE 1 TO POS-PAG.
           PERFORM ACUMULAR-PAGO-UNIDAD UNTIL POS-PAG > CANT-PAG-CUIT.
           MOVE 1 TO POS-EXPUF.
           PERFORM MARCAR-EXPUF-PASO UNTIL POS-EXPUF > CANT-EXPUF-CUIT.
           MOVE 0 TO RESIDUO-UNIDADES.
           MOVE 1 TO POS-UNI.
           PERFORM SUMAR-RESIDUO-UNIDAD UNTIL POS-UNI > CANT-UNI.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CALCULAR-RESIDUO-EXP-PASO.
           IF RESIDUO-CUIT >= TAB-EXP-IMPORTE(POS-EXP)
               SUBTRACT TAB-EXP-IMPORTE(POS-EXP) FROM RESIDUO-CUIT.
           ADD 1 TO POS-EXP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ACUMULAR-PAGO-UNIDAD.
           IF TAB-PAG-UNIDAD(POS-PAG) NOT = 0
               MOVE TAB-PAG-UNIDAD(POS-PAG) TO UNIDAD-BUSCADA
               PERFORM BUSCAR-UNIDAD
               IF POS-UNI > 0
                   ADD TAB-PAG-IMPORTE(POS-PAG)
                       TO TAB-UNI-RESTANTE(POS-UNI)
                   IF TAB-PAG-FECHA(POS-PAG) > TAB-UNI-FECHA(POS-UNI)
                       MOVE TAB-PAG-FECHA(POS-PAG)
                           TO TAB-UNI-FECHA(POS-UNI)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO POS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       MARCAR-EXPUF-PASO.
           MOVE TAB-EXPUF-NRO-UNIDAD(POS-EXPUF) TO UNIDAD-BUSCADA.
           PERFORM BUSCAR-UNIDAD.
           IF POS-UNI > 0
               IF TAB-UNI-CORTADA(POS-UNI) = "N"
                   AND TAB-UNI-RESTANTE(POS-UNI)
                       >= TAB-EXPUF-IMPORTE(POS-EXPUF)
                   SUBTRACT TAB-EXPUF-IMPORTE(POS-EXPUF)
                       FROM TAB-UNI-RESTANTE(POS-UNI)
                   MOVE "S" TO TAB-EXPUF-ARCHIVA(POS-EXPUF)
               ELSE
                   MOVE "S" TO TAB-UNI-CORTADA(POS-UNI)
               END-IF
           END-IF.
           ADD 1 TO POS-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-RESIDUO-UNIDAD.
           IF TAB-UNI-RESTANTE(POS-UNI) < 0
               MOVE "S" TO SW-DEUDA-REABIERTA
           ELSE
               ADD TAB-UNI-RESTANTE(POS-UNI) TO RESIDUO-UNIDADES.
           ADD 1 TO POS-UNI.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Deja en POS-UNI la unidad buscada, dandola de alta si no
      * estaba; con la tabla llena POS-UNI queda en 0 y el CUIT no
      * se depura.
      *>-----------------------------------------------------------*
       BUSCAR-UNIDAD.
           MOVE 0 TO POS-UNI.
           MOVE 1 TO SUBIND-UNI.
           PERFORM BUSCAR-UNIDAD-PASO
               UNTIL SUBIND-UNI > CANT-UNI OR POS-UNI > 0.
           IF POS-UNI = 0
               IF CANT-UNI < 300
                   ADD 1 TO CANT-UNI
                   MOVE CANT-UNI TO POS-UNI
                   MOVE UNIDAD-BUSCADA TO TAB-UNI-NRO(POS-UNI)
                   MOVE 0 TO TAB-UNI-RESTANTE(POS-UNI)
                   MOVE 0 TO TAB-UNI-FECHA(POS-UNI)
                   MOVE "N" TO TAB-UNI-CORTADA(POS-UNI)
               ELSE
                   MOVE "S" TO SW-UNI-LLENA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-UNIDAD-PASO.
           IF TAB-UNI-NRO(SUBIND-UNI) = UNIDAD-BUSCADA
               MOVE SUBIND-UNI TO POS-UNI
           ELSE
               ADD 1 TO SUBIND-UNI.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CONVENIO-VIGENTE.
           MOVE "N" TO SW-CONV-VIGENTE.
           MOVE 1 TO POS-PAG.
           PERFORM CONSERVAR-PAG-TABLA
               UNTIL POS-PAG > CANT-PAG-CUIT.
           MOVE 1 TO POS-EXPUF.
           PERFORM CONSERVAR-EXPUF-TABLA
               UNTIL POS-EXPUF > CANT-EXPUF-CUIT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONSERVAR-EXP-TABLA.
                   TO BUF-PVIVO-FECHA(CANT-PAG-VIVOS)
               MOVE TAB-PAG-IMPORTE(POS-PAG)
                   TO BUF-PVIVO-IMPORTE(CANT-PAG-VIVOS)
               MOVE TAB-PAG-UNIDAD(POS-PAG)
                   TO BUF-PVIVO-NRO-UNIDAD(CANT-PAG-VIVOS)
           ELSE
               DISPLAY "ERROR: tabla de pagos vivos llena".
           ADD 1 TO POS-PAG.
           MOVE TOTAL-PAGOS-CUIT TO RESTANTE-PAGO.
           MOVE 1 TO POS-EXP.
           PERFORM DEPURAR-EXPENSA UNTIL POS-EXP > CANT-EXP-CUIT.
           MOVE 1 TO POS-EXPUF.
           PERFORM DEPURAR-EXPENSA-UF UNTIL POS-EXPUF > CANT-EXPUF-CUIT.
           IF CANT-PAG-CUIT > 0
               PERFORM DEPURAR-PAGOS-CUIT.
      *>-----------------------------------------------------------*
           ADD TAB-EXP-IMPORTE(POS-EXP) TO TOTAL-ARCHIVADO.
           PERFORM SUMAR-PERIODO-ARCHIVADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONSERVAR-EXPUF-TABLA.
           MOVE "N" TO TAB-EXPUF-ARCHIVA(POS-EXPUF).
           PERFORM DEPURAR-EXPENSA-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       DEPURAR-EXPENSA-UF.
           IF TAB-EXPUF-ARCHIVA(POS-EXPUF) = "S"
               PERFORM ARCHIVAR-EXPENSA-UF
           ELSE
               IF CANT-EXPUF-VIVAS < 9999
                   ADD 1 TO CANT-EXPUF-VIVAS
                   MOVE MIN TO BUF-UVIVA-CUIT-CONS(CANT-EXPUF-VIVAS)
                   MOVE TAB-EXPUF-NRO-UNIDAD(POS-EXPUF)
                       TO BUF-UVIVA-NRO-UNIDAD(CANT-EXPUF-VIVAS)
                   MOVE TAB-EXPUF-PERIODO(POS-EXPUF)
                       TO BUF-UVIVA-PERIODO(CANT-EXPUF-VIVAS)
                   MOVE TAB-EXPUF-IMPORTE(POS-EXPUF)
                       TO BUF-UVIVA-IMPORTE(CANT-EXPUF-VIVAS)
                   MOVE TAB-EXPUF-VENCIMIENTO(POS-EXPUF)
                       TO BUF-UVIVA-VENCIMIENTO(CANT-EXPUF-VIVAS)
               ELSE
                   DISPLAY "ERROR: tabla de expensas por unidad "
                       "vivas llena"
               END-IF
           END-IF.
           ADD 1 TO POS-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARCHIVAR-EXPENSA-UF.
           MOVE MIN TO EXPUFH-CUIT-CONS.
           MOVE TAB-EXPUF-NRO-UNIDAD(POS-EXPUF) TO EXPUFH-NRO-UNIDAD.
           MOVE TAB-EXPUF-PERIODO(POS-EXPUF) TO EXPUFH-PERIODO.
           MOVE TAB-EXPUF-IMPORTE(POS-EXPUF) TO EXPUFH-IMPORTE.
           MOVE TAB-EXPUF-VENCIMIENTO(POS-EXPUF)
               TO EXPUFH-VENCIMIENTO.
           MOVE FECHA-HOY TO EXPUFH-FECHA-ARCHIVO.
           WRITE REG-EXPUFH.
           ADD 1 TO CANT-EXPUF-ARCH.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-PERIODO-ARCHIVADO.
           MOVE "N" TO SW-PER-HALLADO.
       DEPURAR-PAGOS-CUIT.
           MOVE 1 TO POS-PAG.
           PERFORM ARCHIVAR-PAGO UNTIL POS-PAG > CANT-PAG-CUIT.
           COMPUTE RESIDUO-SIN-UNIDAD = RESTANTE-PAGO
               - RESIDUO-UNIDADES.
           IF RESIDUO-SIN-UNIDAD > 0
               PERFORM GUARDAR-PAGO-RESIDUAL.
           MOVE 1 TO POS-UNI.
           PERFORM GUARDAR-RESIDUO-UNIDAD UNTIL POS-UNI > CANT-UNI.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARCHIVAR-PAGO.
           MOVE TAB-PAG-FECHA(POS-PAG) TO PAGH-FECHA.
           MOVE TAB-PAG-IMPORTE(POS-PAG) TO PAGH-IMPORTE.
           MOVE FECHA-HOY TO PAGH-FECHA-ARCHIVO.
           MOVE TAB-PAG-UNIDAD(POS-PAG) TO PAGH-NRO-UNIDAD.
           WRITE REG-PAGH.
           ADD 1 TO CANT-PAG-ARCH.
           ADD 1 TO POS-PAG.
               MOVE MIN TO BUF-PVIVO-CUIT-CONS(CANT-PAG-VIVOS)
               MOVE ULTIMA-FECHA-PAGO
                   TO BUF-PVIVO-FECHA(CANT-PAG-VIVOS)
               MOVE RESIDUO-SIN-UNIDAD
                   TO BUF-PVIVO-IMPORTE(CANT-PAG-VIVOS)
               MOVE 0 TO BUF-PVIVO-NRO-UNIDAD(CANT-PAG-VIVOS)
           ELSE
               DISPLAY "ERROR: tabla de pagos vivos llena, credito "
                   "residual del CUIT " MIN " perdido".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GUARDAR-RESIDUO-UNIDAD.
           IF TAB-UNI-RESTANTE(POS-UNI) > 0
               IF CANT-PAG-VIVOS < 9999
                   ADD 1 TO CANT-PAG-VIVOS
                   MOVE MIN TO BUF-PVIVO-CUIT-CONS(CANT-PAG-VIVOS)
                   MOVE TAB-UNI-FECHA(POS-UNI)
                       TO BUF-PVIVO-FECHA(CANT-PAG-VIVOS)
                   MOVE TAB-UNI-RESTANTE(POS-UNI)
                       TO BUF-PVIVO-IMPORTE(CANT-PAG-VIVOS)
                   MOVE TAB-UNI-NRO(POS-UNI)
                       TO BUF-PVIVO-NRO-UNIDAD(CANT-PAG-VIVOS)
               ELSE
                   DISPLAY "ERROR: tabla de pagos vivos llena, "
                       "credito residual de la unidad "
                       TAB-UNI-NRO(POS-UNI) " del CUIT " MIN
                       " perdido"
               END-IF
           END-IF.
           ADD 1 TO POS-UNI.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-EXPENSAS.
           MOVE "expensas.txt" TO RES-ARCHIVO.
           MOVE BUF-PVIVO-CUIT-CONS(SUBIND) TO PAG-CUIT-CONS.
           MOVE BUF-PVIVO-FECHA(SUBIND) TO PAG-FECHA.
           MOVE BUF-PVIVO-IMPORTE(SUBIND) TO PAG-IMPORTE.
           MOVE BUF-PVIVO-NRO-UNIDAD(SUBIND) TO PAG-NRO-UNIDAD.
           WRITE REG-PAG.
           ADD 1 TO SUBIND.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-EXPENSAS-UF.
           MOVE "expensas-uf.txt" TO RES-ARCHIVO.
           MOVE "expuf" TO RES-BASE.
           CALL "RESGUARD" USING RES-ARCHIVO, RES-BASE,
               RES-COD-RET.
           IF RES-COD-RET NOT = 0
               DISPLAY "DEPEXP: fallo el resguardo de "
                   "expensas-uf.txt, no se regraba"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT EXPUF.
           IF FS-EXPUF NOT = "00"
               DISPLAY "Error en open expensas por unidad FS: "
                   FS-EXPUF
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 1 TO SUBIND
               PERFORM ESCRIBIR-EXPUF-VIVA
                   UNTIL SUBIND > CANT-EXPUF-VIVAS
               CLOSE EXPUF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-EXPUF-VIVA.
           MOVE BUF-UVIVA(SUBIND) TO REG-EXPUF.
           WRITE REG-EXPUF.
           ADD 1 TO SUBIND.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Primera pasada: separa las partes extraordinarias cuya
      * emision sigue en expensas-uf.txt; si no entran en la tabla
      * no se toca nada. Si hay que archivar, la segunda pasada las
      * pasa al historico y se regraba el archivo con las vivas.
      *>-----------------------------------------------------------*
       DEPURAR-EXTRAS-UF.
           OPEN INPUT UXT.
           IF FS-UXT EQUAL "00"
               PERFORM LEER-UXT
               PERFORM CLASIFICAR-UXT-PASO UNTIL EOF-UXT
               CLOSE UXT
               IF UXT-LLENA
                   DISPLAY "ERROR: expensas-uf-ext.txt supera las "
                       "9999 filas vivas, no se depura"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF CANT-UXT-A-ARCHIVAR > 0
                       PERFORM GRABAR-EXTRAS-UF
                   END-IF
               END-IF
           ELSE
               IF FS-UXT EQUAL "05"
                   CLOSE UXT
               ELSE
                   DISPLAY "Error en open expensas-uf-ext FS: " FS-UXT
                   MOVE 16 TO RETURN-CODE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-UXT.
           READ UXT
               AT END MOVE "10" TO FS-UXT.
           IF FS-UXT NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER EXPENSAS-UF-EXT FS: ' FS-UXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CLASIFICAR-UXT-PASO.
           ADD 1 TO LEIDOS-UXT.
           PERFORM BUSCAR-EMISION-VIVA.
           IF UXT-VIVA
               IF CANT-UXT-VIVAS < 9999
                   ADD 1 TO CANT-UXT-VIVAS
                   MOVE REG-UXT TO BUF-XVIVA(CANT-UXT-VIVAS)
               ELSE
                   MOVE "S" TO SW-UXT-LLENA
               END-IF
           ELSE
               ADD 1 TO CANT-UXT-A-ARCHIVAR
           END-IF.
           PERFORM LEER-UXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-EMISION-VIVA.
           MOVE "N" TO SW-UXT-VIVA.
           MOVE 1 TO POS-UVIVA.
           PERFORM BUSCAR-EMISION-VIVA-PASO
               UNTIL POS-UVIVA > CANT-EXPUF-VIVAS OR UXT-VIVA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-EMISION-VIVA-PASO.
           IF BUF-UVIVA-CUIT-CONS(POS-UVIVA) = UXT-CUIT-CONS
               AND BUF-UVIVA-NRO-UNIDAD(POS-UVIVA) = UXT-NRO-UNIDAD
               AND BUF-UVIVA-PERIODO(POS-UVIVA) = UXT-PERIODO
               MOVE "S" TO SW-UXT-VIVA
           ELSE
               ADD 1 TO POS-UVIVA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-EXTRAS-UF.
           MOVE "expensas-uf-ext.txt" TO RES-ARCHIVO.
           MOVE "expufext" TO RES-BASE.
           CALL "RESGUARD" USING RES-ARCHIVO, RES-BASE,
               RES-COD-RET.
           IF RES-COD-RET NOT = 0
               DISPLAY "DEPEXP: fallo el resguardo de "
                   "expensas-uf-ext.txt, no se regraba"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND UXTH.
           IF FS-UXTH NOT = "00" AND "05"
               DISPLAY "Error en open expensas-uf-ext historicas FS: "
                   FS-UXTH
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT UXT
               PERFORM LEER-UXT
               PERFORM ARCHIVAR-UXT-PASO UNTIL EOF-UXT
               CLOSE UXT
               CLOSE UXTH
               OPEN OUTPUT UXT
               IF FS-UXT NOT = "00"
                   DISPLAY "Error en open expensas-uf-ext FS: "
                       FS-UXT
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 1 TO POS-XVIVA
                   PERFORM ESCRIBIR-UXT-VIVA
                       UNTIL POS-XVIVA > CANT-UXT-VIVAS
                   CLOSE UXT
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARCHIVAR-UXT-PASO.
           PERFORM BUSCAR-EMISION-VIVA.
           IF NOT UXT-VIVA
               MOVE UXT-CUIT-CONS TO UXTH-CUIT-CONS
               MOVE UXT-NRO-UNIDAD TO UXTH-NRO-UNIDAD
               MOVE UXT-PERIODO TO UXTH-PERIODO
               MOVE UXT-IMPORTE TO UXTH-IMPORTE
               MOVE FECHA-HOY TO UXTH-FECHA-ARCHIVO
               WRITE REG-UXTH
               ADD 1 TO CANT-UXT-ARCH.
           PERFORM LEER-UXT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-UXT-VIVA.
           MOVE BUF-XVIVA(POS-XVIVA) TO REG-UXT.
           WRITE REG-UXT.
           ADD 1 TO POS-XVIVA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-REPORTE.
           DISPLAY "---- EXPENSAS ARCHIVADAS POR PERIODO ----".
               CANT-CUIT-CONV.
           DISPLAY "Expensas vivas grabadas   : " CANT-EXP-VIVAS.
           DISPLAY "Pagos vivos grabados      : " CANT-PAG-VIVOS.
           DISPLAY "Registros leidos EXP-UF   : " LEIDOS-EXPUF.
           DISPLAY "Expensas UF archivadas    : " CANT-EXPUF-ARCH.
           DISPLAY "Expensas UF vivas grabadas: " CANT-EXPUF-VIVAS.
           DISPLAY "Registros leidos UF-EXT   : " LEIDOS-UXT.
           DISPLAY "Partes extraord. archivad.: " CANT-UXT-ARCH.
           DISPLAY "CUIT sin depurar por credito de unidades: "
               CANT-CUIT-DESCUADRE.
           DISPLAY "CUIT sin depurar por deuda reabierta    : "
               CANT-CUIT-REABIERTOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-PERIODO-PASO.
