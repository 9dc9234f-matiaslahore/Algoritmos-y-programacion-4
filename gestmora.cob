      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Gestion escalonada de la mora. Toma los morosos que
      *          deja COBRAR (morosos-uf.txt por unidad; morosos.txt
      *          para los consorcios sin cuenta por unidad, que se
      *          gestionan con unidad 0) y les aplica las etapas por
      *          antiguedad de la deuda: 1 recordatorio (deuda de
      *          hasta 30 dias), 2 intimacion (60), 3 carta documento
      *          (90) y 4 derivacion al estudio juridico (mas de 90).
      *          Cada deudor avanza una sola etapa por vez y solo si
      *          paso DIAS-ENTRE-ETAPAS dias desde la anterior, asi
      *          ninguna se repite ni se saltea; cada etapa queda
      *          fechada en gestmora-hist.txt (historial por CUIT y
      *          unidad) y su carta en mora-<etapa>-AAAAMMDD.txt.
      *          Sale de la gestion quien tiene convenio vigente en
      *          convenios.txt, quien pago (pagos.txt o
      *          pagos-hist.txt) despues de su ultima etapa y quien
      *          ya no figura como moroso; si vuelve a deber empieza
      *          de nuevo por el recordatorio. Emite el listado de
      *          los deudores en cada etapa y de las salidas de la
      *          corrida.
      *          La linea del historial de cada avance se graba
      *          recien despues de escrita su carta: si la carta no
      *          se pudo grabar el avance no queda registrado y la
      *          corrida siguiente lo vuelve a intentar.
      *          Las anulaciones de ANUPAG (contraasiento negativo
      *          con el CUIT, la unidad, la fecha y el importe del
      *          pago anulado) descuentan su pago original, que no
      *          cuenta para la fecha del ultimo pago.
      *          Si se llena la tabla de deudores, de situaciones o
      *          de pagos la corrida aborta con codigo 16 sin tocar
      *          el historial.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTMORA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOR   ASSIGN TO "morosos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MOR.
           SELECT OPTIONAL MOU
                        ASSIGN TO "morosos-uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MOU.
           SELECT MAE   ASSIGN TO "maestro.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MAE.
           SELECT OPTIONAL CTO
                        ASSIGN TO "contactos-uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CTO.
           SELECT OPTIONAL CONV
                        ASSIGN TO "convenios.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CONV.
           SELECT OPTIONAL PAG
                        ASSIGN TO "pagos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PAG.
           SELECT OPTIONAL PAGH
                        ASSIGN TO "pagos-hist.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PAGH.
           SELECT OPTIONAL GMH
                        ASSIGN TO "gestmora-hist.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-GMH.
           SELECT OPTIONAL CAR
                        ASSIGN USING NOMBRE-ARCH-CAR
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CAR.

       DATA DIVISION.
       FILE SECTION.

       FD  MOR.
       01  REG-MOR.
           03 MOR-ENTIDAD PIC 9(3).
           03 MOR-CUIT-CONS PIC 9(15).
           03 MOR-DEUDA-30 PIC 9(9)V99.
           03 MOR-DEUDA-60 PIC 9(9)V99.
           03 MOR-DEUDA-90 PIC 9(9)V99.
           03 MOR-DEUDA-MAS-90 PIC 9(9)V99.
           03 MOR-DEUDA-TOTAL PIC 9(9)V99.
           03 MOR-INTERES PIC 9(9)V99.

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

       FD  CTO.
       01  REG-CTO.
           03 CTO-CUIT-CONS PIC 9(15).
           03 CTO-NRO-UNIDAD PIC 9(4).
           03 CTO-EMAIL PIC X(50).
           03 CTO-TELEFONO PIC X(15).
           03 CTO-DOMICILIO PIC X(40).

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

       FD  PAGH.
       01  REG-PAGH.
           03 PAGH-CUIT-CONS PIC 9(15).
           03 PAGH-FECHA PIC 9(8).
           03 PAGH-IMPORTE PIC S9(9)V99.
           03 PAGH-FECHA-ARCHIVO PIC 9(8).
           03 PAGH-NRO-UNIDAD PIC 9(4).

      * Historial de la gestion: una linea por etapa aplicada
      * (GMH-ETAPA 1 a 4) y por salida de la gestion (GMH-ETAPA 0,
      * con el motivo).
       FD  GMH.
       01  REG-GMH.
           03 GMH-CUIT-CONS PIC 9(15).
           03 GMH-NRO-UNIDAD PIC 9(4).
           03 GMH-FECHA PIC 9(8).
           03 GMH-ETAPA PIC 9(1).
           03 GMH-MOTIVO PIC X(20).
           03 GMH-DEUDA PIC 9(9)V99.

       FD  CAR.
       01  REG-CAR PIC X(80).

       WORKING-STORAGE SECTION.

       77  FS-MOR PIC XX.
           88 OK-MOR VALUE "00".
           88 NO-MOR VALUE "23".
           88 EOF-MOR VALUE "10".
       77  FS-MOU PIC XX.
           88 OK-MOU VALUE "00".
           88 NO-MOU VALUE "23".
           88 EOF-MOU VALUE "10".
       77  FS-MAE PIC XX.
           88 OK-MAE VALUE "00".
           88 NO-MAE VALUE "23".
           88 EOF-MAE VALUE "10".
       77  FS-CTO PIC XX.
           88 OK-CTO VALUE "00".
           88 NO-CTO VALUE "23".
           88 EOF-CTO VALUE "10".
       77  FS-CONV PIC XX.
           88 OK-CONV VALUE "00".
           88 NO-CONV VALUE "23".
           88 EOF-CONV VALUE "10".
       77  FS-PAG PIC XX.
           88 OK-PAG VALUE "00".
           88 NO-PAG VALUE "23".
           88 EOF-PAG VALUE "10".
       77  FS-PAGH PIC XX.
           88 OK-PAGH VALUE "00".
           88 NO-PAGH VALUE "23".
           88 EOF-PAGH VALUE "10".
       77  FS-GMH PIC XX.
           88 OK-GMH VALUE "00".
           88 NO-GMH VALUE "23".
           88 EOF-GMH VALUE "10".
       77  FS-CAR PIC XX.
           88 OK-CAR VALUE "00".
           88 NO-CAR VALUE "23".
           88 EOF-CAR VALUE "10".

       01  NOMBRE-ARCH-CAR PIC X(40) VALUE SPACES.

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-HALLADO PIC X(1) VALUE "N".
           88 HALLADO VALUE "S".
       01  SW-CONV-VIGENTE PIC X(1) VALUE "N".
           88 CONV-VIGENTE VALUE "S".
       01  SW-EXCESO-TABLA PIC X(1) VALUE "N".
           88 EXCESO-TABLA VALUE "S".
      * Los pagos se leen dos veces: primero las anulaciones, despues
      * los pagos que no fueron anulados.
       01  SW-PASADA-PAGOS PIC X(1) VALUE "A".
           88 PASADA-ANULACIONES VALUE "A".
           88 PASADA-PAGOS VALUE "P".

      * Dias minimos entre dos etapas del mismo deudor (base
      * comercial de 360 dias, como COBRAR).
       01  DIAS-ENTRE-ETAPAS PIC 9(3) VALUE 15.

      * Nombre de cada etapa, para el historial, las cartas y el
      * listado.
       01  TABLA-ETAPAS-VALORES.
           03 FILLER PIC X(35)
              VALUE "recordatorioRECORDATORIO           ".
           03 FILLER PIC X(35)
              VALUE "intimacion  INTIMACION             ".
           03 FILLER PIC X(35)
              VALUE "carta-doc   CARTA DOCUMENTO        ".
           03 FILLER PIC X(35)
              VALUE "legales     DERIVACION A LEGALES   ".
       01  TABLA-ETAPAS REDEFINES TABLA-ETAPAS-VALORES.
           03 TAB-ETAPA OCCURS 4 TIMES.
              05 TAB-ETA-ARCHIVO PIC X(12).
              05 TAB-ETA-NOMBRE PIC X(23).

      * Consorcios de maestro.txt.
       01  CANT-MAE PIC 9(4) VALUE 0.
       01  TABLA-MAE.
           03 TAB-MAE OCCURS 2000 TIMES.
              05 TAB-MAE-CUIT PIC 9(15).
              05 TAB-MAE-NOMBRE PIC X(30).
              05 TAB-MAE-DIR PIC X(30).
       01  POS-MAE PIC 9(4) VALUE 0.

      * Domicilio postal de cada unidad (contactos-uf.txt).
       01  CANT-CTO PIC 9(4) VALUE 0.
       01  TABLA-CTO.
           03 TAB-CTO OCCURS 9999 TIMES.
              05 TAB-CTO-CUIT PIC 9(15).
              05 TAB-CTO-UNIDAD PIC 9(4).
              05 TAB-CTO-DOMICILIO PIC X(40).
       01  POS-CTO PIC 9(4) VALUE 0.

      * Consorcios con convenio vigente (alguna cuota en estado 1).
       01  CANT-CNV PIC 9(4) VALUE 0.
       01  TABLA-CNV.
           03 TAB-CNV OCCURS 2000 TIMES.
              05 TAB-CNV-CUIT PIC 9(15).
       01  POS-CNV PIC 9(4) VALUE 0.

      * Fecha del ultimo pago por CUIT y unidad; la entrada de
      * unidad 0 de cada CUIT lleva el ultimo pago del consorcio,
      * con cualquier unidad.
       01  CANT-PGO PIC 9(4) VALUE 0.
       01  TABLA-PGO.
           03 TAB-PGO OCCURS 9999 TIMES.
              05 TAB-PGO-CUIT PIC 9(15).
              05 TAB-PGO-UNIDAD PIC 9(4).
              05 TAB-PGO-FECHA PIC 9(8).
       01  POS-PGO PIC 9(4) VALUE 0.
       01  PGO-CUIT PIC 9(15) VALUE 0.
       01  PGO-UNIDAD PIC 9(4) VALUE 0.
       01  PGO-FECHA PIC 9(8) VALUE 0.
       01  PGO-IMPORTE PIC S9(9)V99 VALUE 0.
       01  PGO-NRO-UNIDAD PIC 9(4) VALUE 0.

      * Contraasientos de anulacion todavia no descontados de su
      * pago original.
       01  CANT-ANU PIC 9(4) VALUE 0.
       01  TABLA-ANU.
           03 TAB-ANU OCCURS 2000 TIMES.
              05 TAB-ANU-CUIT PIC 9(15).
              05 TAB-ANU-UNIDAD PIC 9(4).
              05 TAB-ANU-FECHA PIC 9(8).
              05 TAB-ANU-IMPORTE PIC 9(9)V99.
              05 TAB-ANU-USADA PIC X(1).
       01  POS-ANU PIC 9(4) VALUE 0.

      * Deudores de la corrida, de morosos-uf.txt y morosos.txt.
       01  CANT-DEU PIC 9(4) VALUE 0.
       01  TABLA-DEU.
           03 TAB-DEU OCCURS 9999 TIMES.
              05 TAB-DEU-CUIT PIC 9(15).
              05 TAB-DEU-UNIDAD PIC 9(4).
              05 TAB-DEU-PROPIETARIO PIC X(30).
              05 TAB-DEU-DEUDA-30 PIC 9(9)V99.
              05 TAB-DEU-DEUDA-60 PIC 9(9)V99.
              05 TAB-DEU-DEUDA-90 PIC 9(9)V99.
              05 TAB-DEU-DEUDA-MAS-90 PIC 9(9)V99.
              05 TAB-DEU-DEUDA-TOTAL PIC 9(9)V99.
              05 TAB-DEU-INTERES PIC 9(9)V99.
       01  POS-DEU PIC 9(4) VALUE 0.

      * Situacion de cada CUIT y unidad en la gestion, armada desde
      * el historial. TAB-EST-ETAPA 0 = fuera de la gestion.
      * TAB-EST-NOVEDAD "A" avanzo de etapa en la corrida, "S" salio
      * de la gestion en la corrida.
       01  CANT-EST PIC 9(4) VALUE 0.
       01  TABLA-EST.
           03 TAB-EST OCCURS 9999 TIMES.
              05 TAB-EST-CUIT PIC 9(15).
              05 TAB-EST-UNIDAD PIC 9(4).
              05 TAB-EST-ETAPA PIC 9(1).
              05 TAB-EST-FECHA PIC 9(8).
              05 TAB-EST-FECHA-ANT PIC 9(8).
              05 TAB-EST-NOVEDAD PIC X(1).
              05 TAB-EST-MOTIVO PIC X(20).
              05 TAB-EST-DEUDOR PIC 9(4).
       01  POS-EST PIC 9(4) VALUE 0.
       01  EST-CUIT PIC 9(15) VALUE 0.
       01  EST-UNIDAD PIC 9(4) VALUE 0.

       01  ETAPA-OBJETIVO PIC 9(1) VALUE 0.
       01  ETAPA-LISTADO PIC 9(1) VALUE 0.
       01  CANT-ETAPA PIC 9(5) VALUE 0.
       01  DEUDA-ETAPA PIC 9(11)V99 VALUE 0.
       01  MOTIVO-SALIDA PIC X(20) VALUE SPACES.

       01  FECHA-AUX PIC 9(8) VALUE 0.
       01  FECHA-AUX-R REDEFINES FECHA-AUX.
           03 FA-ANIO PIC 9(4).
           03 FA-MES PIC 9(2).
           03 FA-DIA PIC 9(2).
       01  DIAS-HOY PIC 9(7) VALUE 0.
       01  DIAS-AUX PIC 9(7) VALUE 0.

       01  CANT-DEUDORES PIC 9(5) VALUE 0.
       01  CANT-EN-CONVENIO PIC 9(5) VALUE 0.
       01  CANT-EN-ESPERA PIC 9(5) VALUE 0.
       01  CANT-AVANCES PIC 9(5) VALUE 0.
       01  TABLA-AVANCES-ETAPA.
           03 CANT-AVANCES-ETAPA PIC 9(5) OCCURS 4 TIMES.
       01  CANT-SALIDAS PIC 9(5) VALUE 0.
       01  CANT-CARTAS PIC 9(5) VALUE 0.

       01  BTC-PROGRAMA PIC X(8) VALUE "GESTMORA".
       01  BTC-SEVERIDAD PIC X(1) VALUE "A".
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       01  FECHA PIC X(10).
       01  FECHA-HOY.
           03 FH-ANIO   PIC 9(4).
           03 FH-MES    PIC 9(2).
           03 FH-DIA    PIC 9(2).
       01  FECHA-HOY-N REDEFINES FECHA-HOY PIC 9(8).

      * Lineas de las cartas.
       01  CAR-TITULO.
           03 FILLER PIC X(20) VALUE SPACES.
           03 CARTIT-NOMBRE PIC X(23).
           03 FILLER PIC X(37) VALUE SPACES.
       01  CAR-CONSORCIO.
           03 FILLER PIC X(11) VALUE "CONSORCIO: ".
           03 CARCON-NOMBRE PIC X(30).
           03 FILLER PIC X(7) VALUE "  CUIT ".
           03 CARCON-CUIT PIC 9(15).
           03 FILLER PIC X(17) VALUE SPACES.
       01  CAR-UNIDAD.
           03 FILLER PIC X(11) VALUE "UNIDAD:    ".
           03 CARUNI-UNIDAD PIC 9(4).
           03 FILLER PIC X(15) VALUE "  PROPIETARIO: ".
           03 CARUNI-PROPIETARIO PIC X(30).
           03 FILLER PIC X(20) VALUE SPACES.
       01  CAR-DOMICILIO.
           03 FILLER PIC X(11) VALUE "DOMICILIO: ".
           03 CARDOM-DOMICILIO PIC X(40).
           03 FILLER PIC X(29) VALUE SPACES.
       01  CAR-FECHA.
           03 FILLER PIC X(11) VALUE "FECHA:     ".
           03 CARFEC-FECHA PIC X(10).
           03 FILLER PIC X(59) VALUE SPACES.
       01  CAR-IMPORTE.
           03 CARIMP-ROTULO PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CARIMP-IMPORTE PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(34) VALUE SPACES.
       01  CAR-SEPARADOR PIC X(80) VALUE ALL "-".

       01  LINEA PIC X(106).
       01  LINEA1.
           03 FILLER PIC X(7) VALUE "Fecha: ".
           03 LIN1-FECHA PIC X(10).
           03 FILLER PIC X(62) VALUE SPACES.
           03 FILLER PIC X(9) VALUE "Hoja nro ".
           03 HOJA PIC 9(2).
       01  RENGLONES-HOJA PIC 9(3) VALUE 0.
       01  MAX-RENGLONES-HOJA PIC 9(3) VALUE 50.

       01  TITULO.
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(45)
              VALUE "GESTION DE MORA - DEUDORES POR ETAPA".
           03 FILLER PIC X(31) VALUE SPACES.

       01  ETAPA-TITULO.
           03 FILLER PIC X(6) VALUE "ETAPA ".
           03 ETATIT-NRO PIC 9(1).
           03 FILLER PIC X(3) VALUE " - ".
           03 ETATIT-NOMBRE PIC X(23).
           03 FILLER PIC X(73) VALUE SPACES.

       01  ETAPA-ROTULO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(17) VALUE "CUIT CONSORCIO".
           03 FILLER PIC X(6) VALUE "UNID.".
           03 FILLER PIC X(31) VALUE "PROPIETARIO".
           03 FILLER PIC X(12) VALUE "FECHA ETAPA".
           03 FILLER PIC X(15) VALUE "   DEUDA TOTAL".
           03 FILLER PIC X(23) VALUE "  OBSERVACION".

       01  ETAPA-DETALLE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 ETADET-CUIT PIC 9(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 ETADET-UNIDAD PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 ETADET-PROPIETARIO PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 ETADET-FECHA PIC 9(8).
           03 FILLER PIC X(4) VALUE SPACES.
           03 ETADET-DEUDA PIC ZZZZZZZZ9.99 BLANK WHEN ZERO.
           03 FILLER PIC X(3) VALUE SPACES.
           03 ETADET-OBS PIC X(20).
           03 FILLER PIC X(3) VALUE SPACES.

       01  ETAPA-SUBTOTAL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20) VALUE "DEUDORES EN ETAPA: ".
           03 ETASUB-CANT PIC ZZZZ9.
           03 FILLER PIC X(45) VALUE SPACES.
           03 ETASUB-DEUDA PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF ERROR-APERTURA
               DISPLAY "GESTMORA: abortando, error de apertura de "
                   "archivos"
               MOVE "E" TO BTC-SEVERIDAD
               MOVE "abortado: error de apertura de archivos"
                   TO BTC-DETALLE
               PERFORM GRABAR-BITACORA
               MOVE 16 TO RETURN-CODE
           ELSE
               IF EXCESO-TABLA
                   PERFORM ABORTAR-EXCESO
               ELSE
                   MOVE 1 TO POS-EST
                   PERFORM CONTROLAR-SALIDA UNTIL POS-EST > CANT-EST
                   MOVE 1 TO POS-DEU
                   PERFORM GESTIONAR-DEUDOR UNTIL POS-DEU > CANT-DEU
                   MOVE 1 TO ETAPA-LISTADO
                   PERFORM EMITIR-CARTAS UNTIL ETAPA-LISTADO > 4
                   CLOSE GMH
                   PERFORM IMPRIMIR-LISTADO
                   PERFORM IMPR-RESUMEN
               END-IF
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABORTAR-EXCESO.
           DISPLAY "GESTMORA: abortando, tabla de trabajo llena, "
               "el historial de gestion no se modifica".
           MOVE "E" TO BTC-SEVERIDAD.
           MOVE "abortado: tabla de trabajo llena, historial sin cambio"
               TO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
           MOVE 16 TO RETURN-CODE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           STRING FH-ANIO "/" FH-MES "/" FH-DIA
               DELIMITED BY SIZE INTO FECHA.
           COMPUTE DIAS-HOY = FH-ANIO * 360 + FH-MES * 30 + FH-DIA.
           MOVE 0 TO CANT-AVANCES-ETAPA(1).
           MOVE 0 TO CANT-AVANCES-ETAPA(2).
           MOVE 0 TO CANT-AVANCES-ETAPA(3).
           MOVE 0 TO CANT-AVANCES-ETAPA(4).
           PERFORM CARGAR-MAESTRO.
           PERFORM CARGAR-CONTACTOS.
           PERFORM CARGAR-CONVENIOS.
           PERFORM CARGAR-PAGOS.
           PERFORM CARGAR-HISTORIAL.
           PERFORM CARGAR-MOROSOS-UF.
           PERFORM CARGAR-MOROSOS.
           MOVE 1 TO POS-DEU.
           PERFORM REGISTRAR-DEUDOR
               UNTIL POS-DEU > CANT-DEU OR EXCESO-TABLA.
           IF NOT ERROR-APERTURA AND NOT EXCESO-TABLA
               OPEN EXTEND GMH
               IF FS-GMH NOT = "00" AND "05"
                   DISPLAY "Error en open historial de gestion FS: "
                       FS-GMH
                   MOVE "S" TO SW-ERROR-APERTURA
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-MAESTRO.
           OPEN INPUT MAE.
           IF FS-MAE NOT = "00"
               DISPLAY "Error en open maestro FS: " FS-MAE
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               PERFORM LEER-MAE
               PERFORM LLENAR-TABLA-MAE UNTIL EOF-MAE
               CLOSE MAE
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MAE.
           READ MAE
               AT END MOVE "10" TO FS-MAE.
           IF FS-MAE NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER MAESTRO FS: ' FS-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-MAE.
           IF CANT-MAE < 2000
               ADD 1 TO CANT-MAE
               MOVE MAE-CUIT-CONS TO TAB-MAE-CUIT(CANT-MAE)
               MOVE MAE-NOMBRE-CONSORCIO TO TAB-MAE-NOMBRE(CANT-MAE)
               MOVE MAE-DIR TO TAB-MAE-DIR(CANT-MAE)
           ELSE
               DISPLAY "ADVERTENCIA: TABLA-MAE llena, el CUIT "
                   MAE-CUIT-CONS " sale sin nombre en las cartas".
           PERFORM LEER-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-CONTACTOS.
           OPEN INPUT CTO.
           IF FS-CTO EQUAL "00"
               PERFORM LEER-CTO
               PERFORM LLENAR-TABLA-CTO UNTIL EOF-CTO
               CLOSE CTO
           ELSE
               IF FS-CTO = "05"
                   CLOSE CTO
               ELSE
                   DISPLAY "Error en open contactos FS: " FS-CTO
                   MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-CTO.
           READ CTO
               AT END MOVE "10" TO FS-CTO.
           IF FS-CTO NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER CONTACTOS FS: ' FS-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-CTO.
           IF CANT-CTO < 9999
               ADD 1 TO CANT-CTO
               MOVE CTO-CUIT-CONS TO TAB-CTO-CUIT(CANT-CTO)
               MOVE CTO-NRO-UNIDAD TO TAB-CTO-UNIDAD(CANT-CTO)
               MOVE CTO-DOMICILIO TO TAB-CTO-DOMICILIO(CANT-CTO)
           ELSE
               DISPLAY "ADVERTENCIA: TABLA-CTO llena, la unidad "
                   CTO-NRO-UNIDAD " del CUIT " CTO-CUIT-CONS
                   " sale sin domicilio en las cartas".
           PERFORM LEER-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-CONVENIOS.
           OPEN INPUT CONV.
           IF FS-CONV EQUAL "00"
               PERFORM LEER-CONV
               PERFORM LLENAR-TABLA-CNV UNTIL EOF-CONV
               CLOSE CONV
           ELSE
               IF FS-CONV = "05"
                   CLOSE CONV
               ELSE
                   DISPLAY "Error en open convenios FS: " FS-CONV
                   MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-CONV.
           READ CONV
               AT END MOVE "10" TO FS-CONV.
           IF FS-CONV NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER CONVENIOS FS: ' FS-CONV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-CNV.
           IF CONV-ESTADO = 1
               MOVE CONV-CUIT-CONS TO EST-CUIT
               PERFORM BUSCAR-CONVENIO
               IF NOT CONV-VIGENTE
                   IF CANT-CNV < 2000
                       ADD 1 TO CANT-CNV
                       MOVE CONV-CUIT-CONS TO TAB-CNV-CUIT(CANT-CNV)
                   ELSE
                       DISPLAY "ADVERTENCIA: TABLA-CNV llena, el "
                           "convenio del CUIT " CONV-CUIT-CONS
                           " no se considera".
           PERFORM LEER-CONV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CONVENIO.
           MOVE "N" TO SW-CONV-VIGENTE.
           MOVE 1 TO POS-CNV.
           PERFORM BUSCAR-CONVENIO-PASO
               UNTIL POS-CNV > CANT-CNV OR CONV-VIGENTE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CONVENIO-PASO.
           IF TAB-CNV-CUIT(POS-CNV) = EST-CUIT
               MOVE "S" TO SW-CONV-VIGENTE
           ELSE
               ADD 1 TO POS-CNV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Ultimo pago por unidad y por consorcio, de los pagos
      * pendientes de DEPEXP y de los ya archivados. La primera
      * pasada junta los contraasientos de anulacion (importe
      * negativo); en la segunda cada uno descuenta un pago con su
      * CUIT, unidad, fecha e importe, y el resto de los pagos
      * cuenta para la fecha del ultimo pago.
      *>-----------------------------------------------------------*
       CARGAR-PAGOS.
           MOVE "A" TO SW-PASADA-PAGOS.
           PERFORM LEER-ARCHIVOS-PAGOS.
           IF NOT EXCESO-TABLA
               MOVE "P" TO SW-PASADA-PAGOS
               PERFORM LEER-ARCHIVOS-PAGOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-ARCHIVOS-PAGOS.
           OPEN INPUT PAG.
           IF FS-PAG EQUAL "00"
               PERFORM LEER-PAG
               PERFORM CARGAR-PAGO-PASO UNTIL EOF-PAG OR EXCESO-TABLA
               CLOSE PAG
           ELSE
               IF FS-PAG = "05"
                   CLOSE PAG
               ELSE
                   DISPLAY "Error en open pagos FS: " FS-PAG
                   MOVE "S" TO SW-ERROR-APERTURA.
           OPEN INPUT PAGH.
           IF FS-PAGH EQUAL "00"
               PERFORM LEER-PAGH
               PERFORM CARGAR-PAGH-PASO UNTIL EOF-PAGH OR EXCESO-TABLA
               CLOSE PAGH
           ELSE
               IF FS-PAGH = "05"
                   CLOSE PAGH
               ELSE
                   DISPLAY "Error en open pagos historicos FS: "
                       FS-PAGH
                   MOVE "S" TO SW-ERROR-APERTURA.
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
           MOVE PAG-CUIT-CONS TO PGO-CUIT.
           MOVE PAG-FECHA TO PGO-FECHA.
           MOVE PAG-IMPORTE TO PGO-IMPORTE.
           MOVE PAG-NRO-UNIDAD TO PGO-NRO-UNIDAD.
           PERFORM PROCESAR-PAGO.
           PERFORM LEER-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PAGH.
           READ PAGH
               AT END MOVE "10" TO FS-PAGH.
           IF FS-PAGH NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PAGOS HISTORICOS FS: ' FS-PAGH.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PAGH-PASO.
           MOVE PAGH-CUIT-CONS TO PGO-CUIT.
           MOVE PAGH-FECHA TO PGO-FECHA.
           MOVE PAGH-IMPORTE TO PGO-IMPORTE.
           MOVE PAGH-NRO-UNIDAD TO PGO-NRO-UNIDAD.
           PERFORM PROCESAR-PAGO.
           PERFORM LEER-PAGH.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       PROCESAR-PAGO.
           IF PASADA-ANULACIONES
               IF PGO-IMPORTE < 0
                   PERFORM ANOTAR-ANULACION
               END-IF
           ELSE
               IF PGO-IMPORTE > 0
                   PERFORM BUSCAR-ANULACION
                   IF HALLADO
                       MOVE "S" TO TAB-ANU-USADA(POS-ANU)
                   ELSE
                       MOVE 0 TO PGO-UNIDAD
                       PERFORM ANOTAR-PAGO
                       IF PGO-NRO-UNIDAD NOT = 0
                           MOVE PGO-NRO-UNIDAD TO PGO-UNIDAD
                           PERFORM ANOTAR-PAGO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ANOTAR-ANULACION.
           IF CANT-ANU < 2000
               ADD 1 TO CANT-ANU
               MOVE PGO-CUIT TO TAB-ANU-CUIT(CANT-ANU)
               MOVE PGO-NRO-UNIDAD TO TAB-ANU-UNIDAD(CANT-ANU)
               MOVE PGO-FECHA TO TAB-ANU-FECHA(CANT-ANU)
               COMPUTE TAB-ANU-IMPORTE(CANT-ANU) = 0 - PGO-IMPORTE
               MOVE "N" TO TAB-ANU-USADA(CANT-ANU)
           ELSE
               DISPLAY "TABLA-ANU llena en la anulacion del CUIT "
                   PGO-CUIT
               MOVE "S" TO SW-EXCESO-TABLA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-ANULACION.
           MOVE "N" TO SW-HALLADO.
           MOVE 1 TO POS-ANU.
           PERFORM BUSCAR-ANULACION-PASO UNTIL POS-ANU > CANT-ANU
               OR HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-ANULACION-PASO.
           IF TAB-ANU-USADA(POS-ANU) = "N"
               AND TAB-ANU-CUIT(POS-ANU) = PGO-CUIT
               AND TAB-ANU-UNIDAD(POS-ANU) = PGO-NRO-UNIDAD
               AND TAB-ANU-FECHA(POS-ANU) = PGO-FECHA
               AND TAB-ANU-IMPORTE(POS-ANU) = PGO-IMPORTE
               MOVE "S" TO SW-HALLADO
           ELSE
               ADD 1 TO POS-ANU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ANOTAR-PAGO.
           PERFORM BUSCAR-PAGO.
           IF HALLADO
               IF PGO-FECHA > TAB-PGO-FECHA(POS-PGO)
                   MOVE PGO-FECHA TO TAB-PGO-FECHA(POS-PGO)
               END-IF
           ELSE
               IF CANT-PGO < 9999
                   ADD 1 TO CANT-PGO
                   MOVE PGO-CUIT TO TAB-PGO-CUIT(CANT-PGO)
                   MOVE PGO-UNIDAD TO TAB-PGO-UNIDAD(CANT-PGO)
                   MOVE PGO-FECHA TO TAB-PGO-FECHA(CANT-PGO)
               ELSE
                   DISPLAY "TABLA-PGO llena en la unidad " PGO-UNIDAD
                       " del CUIT " PGO-CUIT
                   MOVE "S" TO SW-EXCESO-TABLA
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PAGO.
           MOVE "N" TO SW-HALLADO.
           MOVE 1 TO POS-PGO.
           PERFORM BUSCAR-PAGO-PASO UNTIL POS-PGO > CANT-PGO OR HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PAGO-PASO.
           IF TAB-PGO-CUIT(POS-PGO) = PGO-CUIT
               AND TAB-PGO-UNIDAD(POS-PGO) = PGO-UNIDAD
               MOVE "S" TO SW-HALLADO
           ELSE
               ADD 1 TO POS-PGO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * El historial esta en orden cronologico: la ultima linea de
      * cada CUIT y unidad deja su etapa actual.
      *>-----------------------------------------------------------*
       CARGAR-HISTORIAL.
           OPEN INPUT GMH.
           IF FS-GMH EQUAL "00"
               PERFORM LEER-GMH
               PERFORM CARGAR-HISTORIAL-PASO
                   UNTIL EOF-GMH OR EXCESO-TABLA
               CLOSE GMH
           ELSE
               IF FS-GMH = "05"
                   CLOSE GMH
               ELSE
                   DISPLAY "Error en open historial de gestion FS: "
                       FS-GMH
                   MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-GMH.
           READ GMH
               AT END MOVE "10" TO FS-GMH.
           IF FS-GMH NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER HISTORIAL DE GESTION FS: '
                   FS-GMH.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-HISTORIAL-PASO.
           MOVE GMH-CUIT-CONS TO EST-CUIT.
           MOVE GMH-NRO-UNIDAD TO EST-UNIDAD.
           PERFORM UBICAR-ESTADO.
           IF HALLADO
               MOVE GMH-ETAPA TO TAB-EST-ETAPA(POS-EST)
               MOVE GMH-FECHA TO TAB-EST-FECHA(POS-EST).
           PERFORM LEER-GMH.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Busca el CUIT y unidad de EST- en la situacion de la
      * gestion y, si no esta, lo agrega fuera de la gestion.
      *>-----------------------------------------------------------*
       UBICAR-ESTADO.
           MOVE "N" TO SW-HALLADO.
           MOVE 1 TO POS-EST.
           PERFORM BUSCAR-ESTADO-PASO UNTIL POS-EST > CANT-EST
               OR HALLADO.
           IF NOT HALLADO
               IF CANT-EST < 9999
                   ADD 1 TO CANT-EST
                   MOVE CANT-EST TO POS-EST
                   MOVE EST-CUIT TO TAB-EST-CUIT(POS-EST)
                   MOVE EST-UNIDAD TO TAB-EST-UNIDAD(POS-EST)
                   MOVE 0 TO TAB-EST-ETAPA(POS-EST)
                   MOVE 0 TO TAB-EST-FECHA(POS-EST)
                   MOVE 0 TO TAB-EST-FECHA-ANT(POS-EST)
                   MOVE SPACES TO TAB-EST-NOVEDAD(POS-EST)
                   MOVE SPACES TO TAB-EST-MOTIVO(POS-EST)
                   MOVE 0 TO TAB-EST-DEUDOR(POS-EST)
                   MOVE "S" TO SW-HALLADO
               ELSE
                   DISPLAY "TABLA-EST llena en la unidad " EST-UNIDAD
                       " del CUIT " EST-CUIT
                   MOVE "S" TO SW-EXCESO-TABLA
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-ESTADO-PASO.
           IF TAB-EST-CUIT(POS-EST) = EST-CUIT
               AND TAB-EST-UNIDAD(POS-EST) = EST-UNIDAD
               MOVE "S" TO SW-HALLADO
           ELSE
               ADD 1 TO POS-EST.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-MOROSOS-UF.
           OPEN INPUT MOU.
           IF FS-MOU EQUAL "00"
               PERFORM LEER-MOU
               PERFORM CARGAR-MOU-PASO UNTIL EOF-MOU OR EXCESO-TABLA
               CLOSE MOU
           ELSE
               IF FS-MOU = "05"
                   CLOSE MOU
               ELSE
                   DISPLAY "Error en open morosos por unidad FS: "
                       FS-MOU
                   MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MOU.
           READ MOU
               AT END MOVE "10" TO FS-MOU.
           IF FS-MOU NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER MOROSOS POR UNIDAD FS: ' FS-MOU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-MOU-PASO.
           IF CANT-DEU < 9999
               ADD 1 TO CANT-DEU
               MOVE MOU-CUIT-CONS TO TAB-DEU-CUIT(CANT-DEU)
               MOVE MOU-NRO-UNIDAD TO TAB-DEU-UNIDAD(CANT-DEU)
               MOVE MOU-PROPIETARIO TO TAB-DEU-PROPIETARIO(CANT-DEU)
               MOVE MOU-DEUDA-30 TO TAB-DEU-DEUDA-30(CANT-DEU)
               MOVE MOU-DEUDA-60 TO TAB-DEU-DEUDA-60(CANT-DEU)
               MOVE MOU-DEUDA-90 TO TAB-DEU-DEUDA-90(CANT-DEU)
               MOVE MOU-DEUDA-MAS-90 TO TAB-DEU-DEUDA-MAS-90(CANT-DEU)
               MOVE MOU-DEUDA-TOTAL TO TAB-DEU-DEUDA-TOTAL(CANT-DEU)
               MOVE MOU-INTERES TO TAB-DEU-INTERES(CANT-DEU)
           ELSE
               DISPLAY "TABLA-DEU llena en la unidad " MOU-NRO-UNIDAD
                   " del CUIT " MOU-CUIT-CONS
               MOVE "S" TO SW-EXCESO-TABLA.
           PERFORM LEER-MOU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Los consorcios de morosos.txt que tienen morosos por unidad
      * se gestionan por unidad; el resto como consorcio, unidad 0.
      *>-----------------------------------------------------------*
       CARGAR-MOROSOS.
           OPEN INPUT MOR.
           IF FS-MOR NOT = "00"
               DISPLAY "Error en open morosos FS: " FS-MOR
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               PERFORM LEER-MOR
               PERFORM CARGAR-MOR-PASO UNTIL EOF-MOR OR EXCESO-TABLA
               CLOSE MOR
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MOR.
           READ MOR
               AT END MOVE "10" TO FS-MOR.
           IF FS-MOR NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER MOROSOS FS: ' FS-MOR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-MOR-PASO.
           MOVE "N" TO SW-HALLADO.
           MOVE 1 TO POS-DEU.
           PERFORM BUSCAR-DEUDOR-CUIT-PASO
               UNTIL POS-DEU > CANT-DEU OR HALLADO.
           IF NOT HALLADO
               IF CANT-DEU < 9999
                   ADD 1 TO CANT-DEU
                   MOVE MOR-CUIT-CONS TO TAB-DEU-CUIT(CANT-DEU)
                   MOVE 0 TO TAB-DEU-UNIDAD(CANT-DEU)
                   MOVE MOR-CUIT-CONS TO EST-CUIT
                   PERFORM BUSCAR-MAE
                   MOVE "CONSORCIO" TO TAB-DEU-PROPIETARIO(CANT-DEU)
                   IF POS-MAE <= CANT-MAE
                       MOVE TAB-MAE-NOMBRE(POS-MAE)
                           TO TAB-DEU-PROPIETARIO(CANT-DEU)
                   END-IF
                   MOVE MOR-DEUDA-30 TO TAB-DEU-DEUDA-30(CANT-DEU)
                   MOVE MOR-DEUDA-60 TO TAB-DEU-DEUDA-60(CANT-DEU)
                   MOVE MOR-DEUDA-90 TO TAB-DEU-DEUDA-90(CANT-DEU)
                   MOVE MOR-DEUDA-MAS-90
                       TO TAB-DEU-DEUDA-MAS-90(CANT-DEU)
                   MOVE MOR-DEUDA-TOTAL TO TAB-DEU-DEUDA-TOTAL(CANT-DEU)
                   MOVE MOR-INTERES TO TAB-DEU-INTERES(CANT-DEU)
               ELSE
                   DISPLAY "TABLA-DEU llena en el CUIT " MOR-CUIT-CONS
                   MOVE "S" TO SW-EXCESO-TABLA.
           PERFORM LEER-MOR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-DEUDOR-CUIT-PASO.
           IF TAB-DEU-CUIT(POS-DEU) = MOR-CUIT-CONS
               MOVE "S" TO SW-HALLADO
           ELSE
               ADD 1 TO POS-DEU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Cada deudor queda con su lugar en la situacion de la
      * gestion antes de abrir el historial, asi la tabla no se
      * llena a mitad de la corrida.
      *>-----------------------------------------------------------*
       REGISTRAR-DEUDOR.
           MOVE TAB-DEU-CUIT(POS-DEU) TO EST-CUIT.
           MOVE TAB-DEU-UNIDAD(POS-DEU) TO EST-UNIDAD.
           PERFORM UBICAR-ESTADO.
           ADD 1 TO POS-DEU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-MAE.
           MOVE 1 TO POS-MAE.
           PERFORM BUSCAR-MAE-PASO UNTIL POS-MAE > CANT-MAE
               OR TAB-MAE-CUIT(POS-MAE) = EST-CUIT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-MAE-PASO.
           ADD 1 TO POS-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Quien esta en gestion sale si tiene convenio vigente, si
      * pago despues de su ultima etapa o si ya no es moroso.
      *>-----------------------------------------------------------*
       CONTROLAR-SALIDA.
           IF TAB-EST-ETAPA(POS-EST) > 0
               MOVE SPACES TO MOTIVO-SALIDA
               MOVE TAB-EST-CUIT(POS-EST) TO EST-CUIT
               MOVE TAB-EST-UNIDAD(POS-EST) TO EST-UNIDAD
               PERFORM BUSCAR-CONVENIO
               IF CONV-VIGENTE
                   MOVE "CONVENIO VIGENTE" TO MOTIVO-SALIDA
               ELSE
                   PERFORM CONTROLAR-PAGO-POSTERIOR
               END-IF
               IF MOTIVO-SALIDA = SPACES
                   PERFORM BUSCAR-DEUDOR
                   IF NOT HALLADO
                       MOVE "SIN DEUDA VENCIDA" TO MOTIVO-SALIDA
                   END-IF
               END-IF
               IF MOTIVO-SALIDA NOT = SPACES
                   PERFORM SACAR-DE-GESTION
               END-IF
           END-IF.
           ADD 1 TO POS-EST.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-PAGO-POSTERIOR.
           MOVE EST-CUIT TO PGO-CUIT.
           MOVE EST-UNIDAD TO PGO-UNIDAD.
           PERFORM BUSCAR-PAGO.
           IF HALLADO
               IF TAB-PGO-FECHA(POS-PGO) > TAB-EST-FECHA(POS-EST)
                   MOVE "PAGO POSTERIOR" TO MOTIVO-SALIDA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-DEUDOR.
           MOVE "N" TO SW-HALLADO.
           MOVE 1 TO POS-DEU.
           PERFORM BUSCAR-DEUDOR-PASO UNTIL POS-DEU > CANT-DEU
               OR HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-DEUDOR-PASO.
           IF TAB-DEU-CUIT(POS-DEU) = EST-CUIT
               AND TAB-DEU-UNIDAD(POS-DEU) = EST-UNIDAD
               MOVE "S" TO SW-HALLADO
           ELSE
               ADD 1 TO POS-DEU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SACAR-DE-GESTION.
           MOVE EST-CUIT TO GMH-CUIT-CONS.
           MOVE EST-UNIDAD TO GMH-NRO-UNIDAD.
           MOVE FECHA-HOY-N TO GMH-FECHA.
           MOVE 0 TO GMH-ETAPA.
           MOVE MOTIVO-SALIDA TO GMH-MOTIVO.
           MOVE 0 TO GMH-DEUDA.
           MOVE 0 TO TAB-EST-DEUDOR(POS-EST).
           PERFORM BUSCAR-DEUDOR.
           IF HALLADO
               MOVE TAB-DEU-DEUDA-TOTAL(POS-DEU) TO GMH-DEUDA
               MOVE POS-DEU TO TAB-EST-DEUDOR(POS-EST).
           WRITE REG-GMH.
           MOVE 0 TO TAB-EST-ETAPA(POS-EST).
           MOVE FECHA-HOY-N TO TAB-EST-FECHA(POS-EST).
           MOVE "S" TO TAB-EST-NOVEDAD(POS-EST).
           MOVE MOTIVO-SALIDA TO TAB-EST-MOTIVO(POS-EST).
           ADD 1 TO CANT-SALIDAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Cada deudor avanza a lo sumo una etapa por corrida, hacia
      * la que corresponde a la antiguedad de su deuda, y solo si
      * paso el plazo minimo desde la etapa anterior.
      *>-----------------------------------------------------------*
       GESTIONAR-DEUDOR.
           ADD 1 TO CANT-DEUDORES.
           MOVE TAB-DEU-CUIT(POS-DEU) TO EST-CUIT.
           MOVE TAB-DEU-UNIDAD(POS-DEU) TO EST-UNIDAD.
           PERFORM BUSCAR-CONVENIO.
           IF CONV-VIGENTE
               ADD 1 TO CANT-EN-CONVENIO
           ELSE
               PERFORM UBICAR-ESTADO
               IF HALLADO
                   MOVE POS-DEU TO TAB-EST-DEUDOR(POS-EST)
                   IF TAB-EST-NOVEDAD(POS-EST) NOT = "S"
                       PERFORM CALCULAR-ETAPA-OBJETIVO
                       PERFORM CONTROLAR-AVANCE
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO POS-DEU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CALCULAR-ETAPA-OBJETIVO.
           MOVE 0 TO ETAPA-OBJETIVO.
           IF TAB-DEU-DEUDA-30(POS-DEU) > 0
               MOVE 1 TO ETAPA-OBJETIVO.
           IF TAB-DEU-DEUDA-60(POS-DEU) > 0
               MOVE 2 TO ETAPA-OBJETIVO.
           IF TAB-DEU-DEUDA-90(POS-DEU) > 0
               MOVE 3 TO ETAPA-OBJETIVO.
           IF TAB-DEU-DEUDA-MAS-90(POS-DEU) > 0
               MOVE 4 TO ETAPA-OBJETIVO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-AVANCE.
           IF ETAPA-OBJETIVO > TAB-EST-ETAPA(POS-EST)
               IF TAB-EST-ETAPA(POS-EST) = 0
                   PERFORM AVANZAR-ETAPA
               ELSE
                   MOVE TAB-EST-FECHA(POS-EST) TO FECHA-AUX
                   COMPUTE DIAS-AUX =
                       FA-ANIO * 360 + FA-MES * 30 + FA-DIA
                   IF DIAS-HOY - DIAS-AUX >= DIAS-ENTRE-ETAPAS
                       PERFORM AVANZAR-ETAPA
                   ELSE
                       ADD 1 TO CANT-EN-ESPERA
                   END-IF
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * El avance queda marcado en la tabla; la linea del historial
      * la graba EMITIR-CARTAS despues de escribir la carta.
      *>-----------------------------------------------------------*
       AVANZAR-ETAPA.
           ADD 1 TO TAB-EST-ETAPA(POS-EST).
           MOVE TAB-EST-FECHA(POS-EST) TO TAB-EST-FECHA-ANT(POS-EST).
           MOVE FECHA-HOY-N TO TAB-EST-FECHA(POS-EST).
           MOVE "A" TO TAB-EST-NOVEDAD(POS-EST).
           ADD 1 TO CANT-AVANCES.
           ADD 1 TO CANT-AVANCES-ETAPA(TAB-EST-ETAPA(POS-EST)).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Una carta por deudor que avanzo a la etapa, en el archivo
      * de la etapa y del dia; si en el dia ya hubo otra corrida se
      * agrega al final. Escrita la carta se graba el avance en el
      * historial; si no se pudo escribir, el avance se deshace.
      *>-----------------------------------------------------------*
       EMITIR-CARTAS.
           IF CANT-AVANCES-ETAPA(ETAPA-LISTADO) > 0
               MOVE SPACES TO NOMBRE-ARCH-CAR
               STRING "mora-" DELIMITED BY SIZE
                   TAB-ETA-ARCHIVO(ETAPA-LISTADO) DELIMITED BY SPACE
                   "-" FECHA-HOY-N ".txt" DELIMITED BY SIZE
                   INTO NOMBRE-ARCH-CAR
               OPEN EXTEND CAR
               IF FS-CAR NOT = "00" AND "05"
                   DISPLAY "Error en open cartas " NOMBRE-ARCH-CAR
                       " FS: " FS-CAR
                   MOVE "E" TO BTC-SEVERIDAD
                   MOVE SPACES TO BTC-DETALLE
                   STRING "no se pudieron grabar las cartas de "
                       NOMBRE-ARCH-CAR DELIMITED BY SIZE
                       INTO BTC-DETALLE
                   PERFORM GRABAR-BITACORA
                   MOVE 16 TO RETURN-CODE
                   MOVE 1 TO POS-EST
                   PERFORM DESHACER-AVANCES-PASO
                       UNTIL POS-EST > CANT-EST
               ELSE
                   MOVE 1 TO POS-EST
                   PERFORM EMITIR-CARTA-PASO UNTIL POS-EST > CANT-EST
                   CLOSE CAR
                   DISPLAY "Cartas de " TAB-ETA-NOMBRE(ETAPA-LISTADO)
                       ": " CANT-AVANCES-ETAPA(ETAPA-LISTADO)
                       " en " NOMBRE-ARCH-CAR
               END-IF
           END-IF.
           ADD 1 TO ETAPA-LISTADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       EMITIR-CARTA-PASO.
           IF TAB-EST-NOVEDAD(POS-EST) = "A"
               AND TAB-EST-ETAPA(POS-EST) = ETAPA-LISTADO
               MOVE TAB-EST-DEUDOR(POS-EST) TO POS-DEU
               PERFORM ESCRIBIR-CARTA
               IF OK-CAR
                   ADD 1 TO CANT-CARTAS
                   PERFORM GRABAR-AVANCE
               ELSE
                   DISPLAY "Error al grabar la carta de la unidad "
                       TAB-EST-UNIDAD(POS-EST) " del CUIT "
                       TAB-EST-CUIT(POS-EST) " FS: " FS-CAR
                   MOVE 16 TO RETURN-CODE
                   PERFORM DESHACER-AVANCE.
           ADD 1 TO POS-EST.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-AVANCE.
           MOVE TAB-EST-CUIT(POS-EST) TO GMH-CUIT-CONS.
           MOVE TAB-EST-UNIDAD(POS-EST) TO GMH-NRO-UNIDAD.
           MOVE FECHA-HOY-N TO GMH-FECHA.
           MOVE TAB-EST-ETAPA(POS-EST) TO GMH-ETAPA.
           MOVE TAB-ETA-NOMBRE(GMH-ETAPA) TO GMH-MOTIVO.
           MOVE TAB-DEU-DEUDA-TOTAL(POS-DEU) TO GMH-DEUDA.
           WRITE REG-GMH.
           IF NOT OK-GMH
               DISPLAY "Error al grabar historial de gestion FS: "
                   FS-GMH
               MOVE 16 TO RETURN-CODE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       DESHACER-AVANCES-PASO.
           IF TAB-EST-NOVEDAD(POS-EST) = "A"
               AND TAB-EST-ETAPA(POS-EST) = ETAPA-LISTADO
               PERFORM DESHACER-AVANCE.
           ADD 1 TO POS-EST.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       DESHACER-AVANCE.
           SUBTRACT 1 FROM TAB-EST-ETAPA(POS-EST).
           MOVE TAB-EST-FECHA-ANT(POS-EST) TO TAB-EST-FECHA(POS-EST).
           MOVE SPACES TO TAB-EST-NOVEDAD(POS-EST).
           SUBTRACT 1 FROM CANT-AVANCES.
           SUBTRACT 1 FROM CANT-AVANCES-ETAPA(ETAPA-LISTADO).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-CARTA.
           MOVE TAB-ETA-NOMBRE(ETAPA-LISTADO) TO CARTIT-NOMBRE.
           MOVE CAR-TITULO TO REG-CAR.
           WRITE REG-CAR.
           MOVE SPACES TO REG-CAR.
           WRITE REG-CAR.
           MOVE TAB-EST-CUIT(POS-EST) TO EST-CUIT.
           PERFORM BUSCAR-MAE.
           MOVE SPACES TO CARCON-NOMBRE.
           MOVE SPACES TO CARDOM-DOMICILIO.
           IF POS-MAE <= CANT-MAE
               MOVE TAB-MAE-NOMBRE(POS-MAE) TO CARCON-NOMBRE
               MOVE TAB-MAE-DIR(POS-MAE) TO CARDOM-DOMICILIO.
           MOVE EST-CUIT TO CARCON-CUIT.
           MOVE CAR-CONSORCIO TO REG-CAR.
           WRITE REG-CAR.
           MOVE TAB-EST-UNIDAD(POS-EST) TO CARUNI-UNIDAD.
           MOVE TAB-DEU-PROPIETARIO(POS-DEU) TO CARUNI-PROPIETARIO.
           MOVE CAR-UNIDAD TO REG-CAR.
           WRITE REG-CAR.
           IF TAB-EST-UNIDAD(POS-EST) NOT = 0
               PERFORM BUSCAR-DOMICILIO-UF.
           MOVE CAR-DOMICILIO TO REG-CAR.
           WRITE REG-CAR.
           MOVE FECHA TO CARFEC-FECHA.
           MOVE CAR-FECHA TO REG-CAR.
           WRITE REG-CAR.
           MOVE SPACES TO REG-CAR.
           WRITE REG-CAR.
           PERFORM ESCRIBIR-TEXTO-CARTA.
           MOVE SPACES TO REG-CAR.
           WRITE REG-CAR.
           MOVE "DEUDA VENCIDA HASTA 30 DIAS" TO CARIMP-ROTULO.
           MOVE TAB-DEU-DEUDA-30(POS-DEU) TO CARIMP-IMPORTE.
           MOVE CAR-IMPORTE TO REG-CAR.
           WRITE REG-CAR.
           MOVE "DEUDA VENCIDA 31 A 60 DIAS" TO CARIMP-ROTULO.
           MOVE TAB-DEU-DEUDA-60(POS-DEU) TO CARIMP-IMPORTE.
           MOVE CAR-IMPORTE TO REG-CAR.
           WRITE REG-CAR.
           MOVE "DEUDA VENCIDA 61 A 90 DIAS" TO CARIMP-ROTULO.
           MOVE TAB-DEU-DEUDA-90(POS-DEU) TO CARIMP-IMPORTE.
           MOVE CAR-IMPORTE TO REG-CAR.
           WRITE REG-CAR.
           MOVE "DEUDA VENCIDA MAS DE 90 DIAS" TO CARIMP-ROTULO.
           MOVE TAB-DEU-DEUDA-MAS-90(POS-DEU) TO CARIMP-IMPORTE.
           MOVE CAR-IMPORTE TO REG-CAR.
           WRITE REG-CAR.
           MOVE "INTERES PUNITORIO" TO CARIMP-ROTULO.
           MOVE TAB-DEU-INTERES(POS-DEU) TO CARIMP-IMPORTE.
           MOVE CAR-IMPORTE TO REG-CAR.
           WRITE REG-CAR.
           MOVE "TOTAL ADEUDADO" TO CARIMP-ROTULO.
           COMPUTE CARIMP-IMPORTE = TAB-DEU-DEUDA-TOTAL(POS-DEU)
               + TAB-DEU-INTERES(POS-DEU).
           MOVE CAR-IMPORTE TO REG-CAR.
           WRITE REG-CAR.
           MOVE SPACES TO REG-CAR.
           WRITE REG-CAR.
           MOVE CAR-SEPARADOR TO REG-CAR.
           WRITE REG-CAR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-DOMICILIO-UF.
           MOVE "DOMICILIO NO REGISTRADO" TO CARDOM-DOMICILIO.
           MOVE 1 TO POS-CTO.
           PERFORM BUSCAR-CTO-PASO UNTIL POS-CTO > CANT-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CTO-PASO.
           IF TAB-CTO-CUIT(POS-CTO) = TAB-EST-CUIT(POS-EST)
               AND TAB-CTO-UNIDAD(POS-CTO) = TAB-EST-UNIDAD(POS-EST)
               IF TAB-CTO-DOMICILIO(POS-CTO) NOT = SPACES
                   MOVE TAB-CTO-DOMICILIO(POS-CTO) TO CARDOM-DOMICILIO
               END-IF
               MOVE CANT-CTO TO POS-CTO
           END-IF.
           ADD 1 TO POS-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-TEXTO-CARTA.
           IF ETAPA-LISTADO = 1
               MOVE "Le recordamos que registra expensas vencidas "
                   TO REG-CAR
               WRITE REG-CAR
               MOVE "impagas. Si ya las abono, desestime este aviso."
                   TO REG-CAR
               WRITE REG-CAR.
           IF ETAPA-LISTADO = 2
               MOVE "Por la presente lo intimamos a cancelar la deuda "
                   TO REG-CAR
               WRITE REG-CAR
               MOVE "detallada dentro de los 10 dias de recibida."
                   TO REG-CAR
               WRITE REG-CAR.
           IF ETAPA-LISTADO = 3
               MOVE "Intimamos fehacientemente al pago de la deuda "
                   TO REG-CAR
               WRITE REG-CAR
               MOVE "detallada en el plazo de 72 horas, bajo "
                   TO REG-CAR
               WRITE REG-CAR
               MOVE "apercibimiento de iniciar acciones judiciales."
                   TO REG-CAR
               WRITE REG-CAR.
           IF ETAPA-LISTADO = 4
               MOVE "Se deriva al estudio juridico la deuda detallada "
                   TO REG-CAR
               WRITE REG-CAR
               MOVE "para su cobro por via judicial."
                   TO REG-CAR
               WRITE REG-CAR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-BITACORA.
           CALL "BITACORA" USING BTC-PROGRAMA, BTC-SEVERIDAD,
               BTC-DETALLE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPRIMIR-LISTADO.
           MOVE FECHA TO LIN1-FECHA.
           MOVE 1 TO HOJA.
           MOVE 0 TO RENGLONES-HOJA.
           PERFORM IMPR-ENCABEZADO.
           MOVE 1 TO ETAPA-LISTADO.
           PERFORM IMPR-ETAPA UNTIL ETAPA-LISTADO > 4.
           PERFORM IMPR-SALIDAS.
           IF CANT-AVANCES-ETAPA(4) > 0
               MOVE "A" TO BTC-SEVERIDAD
               MOVE SPACES TO BTC-DETALLE
               STRING "deudores derivados a legales: "
                   CANT-AVANCES-ETAPA(4) DELIMITED BY SIZE
                   INTO BTC-DETALLE
               PERFORM GRABAR-BITACORA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-ENCABEZADO.
           MOVE LINEA1 TO LINEA.
           DISPLAY LINEA.
           MOVE TITULO TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROL-HOJA.
           IF RENGLONES-HOJA >= MAX-RENGLONES-HOJA
               ADD 1 TO HOJA
               MOVE 0 TO RENGLONES-HOJA
               PERFORM IMPR-ENCABEZADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-ETAPA.
           PERFORM CONTROL-HOJA.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           MOVE ETAPA-LISTADO TO ETATIT-NRO.
           MOVE TAB-ETA-NOMBRE(ETAPA-LISTADO) TO ETATIT-NOMBRE.
           MOVE ETAPA-TITULO TO LINEA.
           DISPLAY LINEA.
           MOVE ETAPA-ROTULO TO LINEA.
           DISPLAY LINEA.
           ADD 3 TO RENGLONES-HOJA.
           MOVE 0 TO CANT-ETAPA.
           MOVE 0 TO DEUDA-ETAPA.
           MOVE 1 TO POS-EST.
           PERFORM IMPR-ETAPA-PASO UNTIL POS-EST > CANT-EST.
           MOVE CANT-ETAPA TO ETASUB-CANT.
           MOVE DEUDA-ETAPA TO ETASUB-DEUDA.
           MOVE ETAPA-SUBTOTAL TO LINEA.
           DISPLAY LINEA.
           ADD 1 TO RENGLONES-HOJA.
           ADD 1 TO ETAPA-LISTADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-ETAPA-PASO.
           IF TAB-EST-ETAPA(POS-EST) = ETAPA-LISTADO
               PERFORM CONTROL-HOJA
               PERFORM ARMAR-DETALLE
               MOVE SPACES TO ETADET-OBS
               IF TAB-EST-NOVEDAD(POS-EST) = "A"
                   MOVE "NUEVO" TO ETADET-OBS
               END-IF
               MOVE ETAPA-DETALLE TO LINEA
               DISPLAY LINEA
               ADD 1 TO RENGLONES-HOJA
               ADD 1 TO CANT-ETAPA
               IF TAB-EST-DEUDOR(POS-EST) NOT = 0
                   ADD TAB-DEU-DEUDA-TOTAL(TAB-EST-DEUDOR(POS-EST))
                       TO DEUDA-ETAPA.
           ADD 1 TO POS-EST.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARMAR-DETALLE.
           MOVE TAB-EST-CUIT(POS-EST) TO ETADET-CUIT.
           MOVE TAB-EST-UNIDAD(POS-EST) TO ETADET-UNIDAD.
           MOVE TAB-EST-FECHA(POS-EST) TO ETADET-FECHA.
           MOVE SPACES TO ETADET-PROPIETARIO.
           MOVE 0 TO ETADET-DEUDA.
           IF TAB-EST-DEUDOR(POS-EST) NOT = 0
               MOVE TAB-DEU-PROPIETARIO(TAB-EST-DEUDOR(POS-EST))
                   TO ETADET-PROPIETARIO
               MOVE TAB-DEU-DEUDA-TOTAL(TAB-EST-DEUDOR(POS-EST))
                   TO ETADET-DEUDA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-SALIDAS.
           PERFORM CONTROL-HOJA.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           MOVE "SALIDAS DE LA GESTION EN LA CORRIDA" TO LINEA.
           DISPLAY LINEA.
           MOVE ETAPA-ROTULO TO LINEA.
           DISPLAY LINEA.
           ADD 3 TO RENGLONES-HOJA.
           MOVE 1 TO POS-EST.
           PERFORM IMPR-SALIDA-PASO UNTIL POS-EST > CANT-EST.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-SALIDA-PASO.
           IF TAB-EST-NOVEDAD(POS-EST) = "S"
               PERFORM CONTROL-HOJA
               PERFORM ARMAR-DETALLE
               MOVE TAB-EST-MOTIVO(POS-EST) TO ETADET-OBS
               MOVE ETAPA-DETALLE TO LINEA
               DISPLAY LINEA
               ADD 1 TO RENGLONES-HOJA.
           ADD 1 TO POS-EST.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Deudores leidos           : " CANT-DEUDORES.
           DISPLAY "Con convenio vigente      : " CANT-EN-CONVENIO.
           DISPLAY "Avances de etapa          : " CANT-AVANCES.
           DISPLAY "  recordatorios           : " CANT-AVANCES-ETAPA(1).
           DISPLAY "  intimaciones            : " CANT-AVANCES-ETAPA(2).
           DISPLAY "  cartas documento        : " CANT-AVANCES-ETAPA(3).
           DISPLAY "  derivaciones a legales  : " CANT-AVANCES-ETAPA(4).
           DISPLAY "En espera del plazo       : " CANT-EN-ESPERA.
           DISPLAY "Salidas de la gestion     : " CANT-SALIDAS.
           DISPLAY "Cartas emitidas           : " CANT-CARTAS.

       END PROGRAM GESTMORA.
