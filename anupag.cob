      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Anulacion y reimputacion de pagos ya registrados.
      *          Lee mov-pago.txt (anulacion "A" o reimputacion "R"
      *          de un pago identificado por CUIT, fecha e importe,
      *          opcionalmente por unidad, con el CUIT y la unidad
      *          destino si es reimputacion). El pago se busca
      *          primero en pagos.txt: la anulacion lo quita y la
      *          reimputacion lo pasa al CUIT y unidad destino. Si
      *          DEPEXP ya lo paso a pagos-hist.txt se asienta un
      *          pago negativo con la fecha del original (y en la
      *          reimputacion el positivo en el destino), asi la
      *          proxima corrida de COBRAR reabre la deuda. Un pago
      *          historico no se anula mas veces que las que figura
      *          en pagos-hist.txt segun el rastro pagos-anulados.txt.
      *          Regraba pagos.txt en orden por CUIT previo
      *          resguardo y emite el listado del dia. El rastro de
      *          la corrida se guarda en memoria y se agrega a
      *          pagos-anulados.txt recien cuando pagos.txt quedo
      *          regrabado, asi un resguardo o una regrabacion
      *          fallidos no dejan anulaciones asentadas sin aplicar.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANUPAG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOV   ASSIGN TO "mov-pago.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MOV.
           SELECT PAG   ASSIGN TO "pagos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PAG.
           SELECT MAE   ASSIGN TO "maestro.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MAE.
           SELECT OPTIONAL PAGH
                        ASSIGN TO "pagos-hist.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PAGH.
           SELECT OPTIONAL ANU
                        ASSIGN TO "pagos-anulados.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ANU.

       DATA DIVISION.
       FILE SECTION.

       FD  MOV.
       01  REG-MOV.
           03 MOVPAG-TIPO PIC X(1).
              88 ANULACION VALUE "A".
              88 REIMPUTACION VALUE "R".
           03 MOVPAG-CUIT-CONS PIC 9(15).
           03 MOVPAG-FECHA PIC 9(8).
           03 MOVPAG-IMPORTE PIC 9(9)V99.
           03 MOVPAG-NRO-UNIDAD PIC 9(4).
           03 MOVPAG-CUIT-DESTINO PIC 9(15).
           03 MOVPAG-UNIDAD-DESTINO PIC 9(4).
           03 MOVPAG-MOTIVO PIC X(30).

       FD  PAG.
       01  REG-PAG.
           03 PAG-CUIT-CONS    PIC 9(15).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC S9(9)V99.
           03 PAG-NRO-UNIDAD   PIC 9(4).

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

       FD  PAGH.
       01  REG-PAGH.
           03 PAGH-CUIT-CONS PIC 9(15).
           03 PAGH-FECHA PIC 9(8).
           03 PAGH-IMPORTE PIC S9(9)V99.
           03 PAGH-FECHA-ARCHIVO PIC 9(8).
           03 PAGH-NRO-UNIDAD PIC 9(4).

      * Rastro de anulaciones y reimputaciones: origen "V" si el
      * pago estaba vivo en pagos.txt, "H" si ya era historico.
       FD  ANU.
       01  REG-ANU.
           03 ANU-FECHA-PROCESO PIC 9(8).
           03 ANU-TIPO PIC X(1).
           03 ANU-CUIT-CONS PIC 9(15).
           03 ANU-FECHA-PAGO PIC 9(8).
           03 ANU-IMPORTE PIC 9(9)V99.
           03 ANU-NRO-UNIDAD PIC 9(4).
           03 ANU-ORIGEN PIC X(1).
           03 ANU-CUIT-DESTINO PIC 9(15).
           03 ANU-UNIDAD-DESTINO PIC 9(4).
           03 ANU-MOTIVO PIC X(30).

       WORKING-STORAGE SECTION.

       01  LINEA PIC X(106).

       77  FS-MOV PIC XX.
           88 OK-MOV VALUE "00".
           88 NO-MOV VALUE "23".
           88 EOF-MOV VALUE "10".
       77  FS-PAG PIC XX.
           88 OK-PAG VALUE "00".
           88 NO-PAG VALUE "23".
           88 EOF-PAG VALUE "10".
       77  FS-MAE PIC XX.
           88 OK-MAE VALUE "00".
           88 NO-MAE VALUE "23".
           88 EOF-MAE VALUE "10".
       77  FS-PAGH PIC XX.
           88 OK-PAGH VALUE "00".
           88 NO-PAGH VALUE "23".
           88 EOF-PAGH VALUE "10".
       77  FS-ANU PIC XX.
           88 OK-ANU VALUE "00".
           88 NO-ANU VALUE "23".
           88 EOF-ANU VALUE "10".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-MOV-VALIDO PIC X(1) VALUE "S".
           88 MOV-VALIDO VALUE "S".
       01  SW-PAGO-VIVO PIC X(1) VALUE "N".
           88 PAGO-VIVO VALUE "S".
       01  SW-CUIT-DESTINO-HALLADO PIC X(1) VALUE "N".
           88 CUIT-DESTINO-HALLADO VALUE "S".

       01  FECHA-HOY PIC 9(8) VALUE 0.

       01  CANT-PAG PIC 9(4) VALUE 0.
       01  BUFFER-PAG.
           03 BUF-PAG OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-PAG.
              05 BUF-PAG-CUIT-CONS PIC 9(15).
              05 BUF-PAG-FECHA PIC 9(8).
              05 BUF-PAG-IMPORTE PIC S9(9)V99.
              05 BUF-PAG-NRO-UNIDAD PIC 9(4).
       01  POS-PAG PIC 9(4) VALUE 0.
       01  SUBIND-PAG PIC 9(4) VALUE 0.

       01  CANT-MAE PIC 9(4) VALUE 0.
       01  TABLA-MAE.
           03 TAB-MAE OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-MAE.
              05 TAB-MAE-CUIT-CONS PIC 9(15).
       01  POS-MAE PIC 9(4) VALUE 0.

      * Anulaciones de pagos historicos ya asentadas en el rastro
      * (mas las de esta corrida), para no anular dos veces el
      * mismo pago de pagos-hist.txt.
       01  CANT-ANU-HIST PIC 9(4) VALUE 0.
       01  TABLA-ANU-HIST.
           03 TAB-ANU OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-ANU-HIST.
              05 TAB-ANU-CUIT-CONS PIC 9(15).
              05 TAB-ANU-FECHA-PAGO PIC 9(8).
              05 TAB-ANU-IMPORTE PIC 9(9)V99.
              05 TAB-ANU-NRO-UNIDAD PIC 9(4).
       01  POS-ANU PIC 9(4) VALUE 0.

      * Rastro de esta corrida, a grabar despues de regrabar pagos.txt.
       01  CANT-RASTRO PIC 9(4) VALUE 0.
       01  BUFFER-RASTRO.
           03 BUF-ANU OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-RASTRO PIC X(97).
       01  POS-RASTRO PIC 9(4) VALUE 0.
       01  SW-ERROR-RASTRO PIC X(1) VALUE "N".
           88 ERROR-RASTRO VALUE "S".
      * Falla al regrabar pagos.txt o el rastro: la corrida termina
      * con RC 16 (el CALL a BITACORA pisa el RETURN-CODE).
       01  SW-ERROR-GRABACION PIC X(1) VALUE "N".
           88 ERROR-GRABACION VALUE "S".

       01  CANT-HIST-COINCIDENTES PIC 9(4) VALUE 0.
       01  CANT-ANU-COINCIDENTES PIC 9(4) VALUE 0.

      * Datos del pago hallado y del asiento a insertar en pagos.txt.
       01  UNIDAD-PAGO PIC 9(4) VALUE 0.
       01  ORIGEN-PAGO PIC X(1) VALUE SPACES.
       01  NUEVO-CUIT-CONS PIC 9(15) VALUE 0.
       01  NUEVO-FECHA PIC 9(8) VALUE 0.
       01  NUEVO-IMPORTE PIC S9(9)V99 VALUE 0.
       01  NUEVO-NRO-UNIDAD PIC 9(4) VALUE 0.

       01  RESULTADO-MOV PIC X(30) VALUE SPACES.

       01  LEIDOS-MOV PIC 9(4) VALUE 0.
       01  CANT-ANULADOS PIC 9(4) VALUE 0.
       01  CANT-REIMPUTADOS PIC 9(4) VALUE 0.
       01  CANT-CONTRAASIENTOS PIC 9(4) VALUE 0.
       01  CANT-RECHAZADOS PIC 9(4) VALUE 0.
       01  TOTAL-ANULADO PIC 9(11)V99 VALUE 0.
       01  TOTAL-REIMPUTADO PIC 9(11)V99 VALUE 0.

      * Parametros del resguardo generacional previo a la regrabacion.
       01  RES-ARCHIVO PIC X(20) VALUE SPACES.
       01  RES-BASE PIC X(8) VALUE SPACES.
       01  RES-COD-RET PIC 9(2) VALUE 0.

      * Novedades a la bitacora central, ademas del DISPLAY.
       01  BTC-PROGRAMA PIC X(8) VALUE "ANUPAG".
       01  BTC-SEVERIDAD PIC X(1) VALUE "A".
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       01  TITULO.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(42)
              VALUE "ANULACIONES Y REIMPUTACIONES DE PAGOS DEL ".
           03 TITULO-FECHA PIC 9(8).
           03 FILLER PIC X(36) VALUE SPACES.

       01  MOV-ROTULO.
           03 FILLER PIC X(2) VALUE "T ".
           03 FILLER PIC X(16) VALUE "CUIT-CONS       ".
           03 FILLER PIC X(5) VALUE "UF   ".
           03 FILLER PIC X(10) VALUE "FECHA     ".
           03 FILLER PIC X(14) VALUE "     IMPORTE  ".
           03 FILLER PIC X(16) VALUE "CUIT-DESTINO    ".
           03 FILLER PIC X(5) VALUE "UF   ".
           03 FILLER PIC X(30) VALUE "RESULTADO".
           03 FILLER PIC X(8) VALUE SPACES.

       01  MOV-LINEA.
           03 MOVLIN-TIPO PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 MOVLIN-CUIT PIC 9(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 MOVLIN-UNIDAD PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 MOVLIN-FECHA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 MOVLIN-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 MOVLIN-CUIT-DESTINO PIC 9(15).
           03 FILLER PIC X(1) VALUE SPACES.
           03 MOVLIN-UNIDAD-DESTINO PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 MOVLIN-RESULTADO PIC X(30).
           03 FILLER PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF ERROR-APERTURA
               DISPLAY "ANUPAG: abortando, error de apertura de "
                   "archivos"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM IMPR-CABECERA
               PERFORM LEER-MOV
               PERFORM PROCESAR-MOVIMIENTO UNTIL EOF-MOV
               PERFORM GRABAR-PAGOS
               PERFORM AVISAR-RECHAZOS
               PERFORM IMPR-RESUMEN
               CLOSE MOV
               CLOSE ANU
               IF ERROR-GRABACION
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT MOV.
           IF FS-MOV NOT = "00"
               DISPLAY "Error en open movimientos de pagos FS: "
                   FS-MOV
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM CARGAR-PAGOS.
           PERFORM CARGAR-MAESTRO.
           PERFORM CARGAR-RASTRO.
           OPEN EXTEND ANU.
           IF FS-ANU NOT = "00" AND "05"
               DISPLAY "Error en open rastro de anulaciones FS: "
                   FS-ANU
               MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PAGOS.
           OPEN INPUT PAG.
           IF FS-PAG EQUAL "00"
               PERFORM LEER-PAG
               PERFORM LLENAR-BUFFER-PAG
                   UNTIL EOF-PAG OR ERROR-APERTURA
               CLOSE PAG
           ELSE
               DISPLAY "ADVERTENCIA: pagos.txt inexistente o ilegible "
                   "(FS: " FS-PAG "), se parte de un archivo vacio".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PAG.
           READ PAG
               AT END MOVE "10" TO FS-PAG.
           IF FS-PAG NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PAGOS FS: ' FS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-PAG.
           IF CANT-PAG < 9999
               ADD 1 TO CANT-PAG
               MOVE REG-PAG TO BUF-PAG(CANT-PAG)
           ELSE
               DISPLAY "ERROR: pagos.txt supera los 9999 pagos, se "
                   "aborta para no truncar el archivo"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-MAESTRO.
           OPEN INPUT MAE.
           IF FS-MAE EQUAL "00"
               PERFORM LEER-MAE
               PERFORM LLENAR-TABLA-MAE
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
       LLENAR-TABLA-MAE.
           IF CANT-MAE < 9999
               ADD 1 TO CANT-MAE
               MOVE MAE-CUIT-CONS TO TAB-MAE-CUIT-CONS(CANT-MAE)
           ELSE
               DISPLAY "ERROR: maestro.txt supera los 9999 "
                   "consorcios, se aborta para no rechazar destinos "
                   "existentes"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-RASTRO.
           OPEN INPUT ANU.
           IF FS-ANU EQUAL "00"
               PERFORM LEER-ANU
               PERFORM LLENAR-TABLA-ANU
                   UNTIL EOF-ANU OR ERROR-APERTURA
               CLOSE ANU
           ELSE
      *        FS 05: el OPTIONAL quedo abierto y vacio; se cierra
      *        para que el OPEN EXTEND posterior no falle.
               IF FS-ANU = "05"
                   CLOSE ANU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-ANU.
           READ ANU
               AT END MOVE "10" TO FS-ANU.
           IF FS-ANU NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER RASTRO DE ANULACIONES FS: '
                   FS-ANU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-ANU.
           IF ANU-ORIGEN = "H"
               IF CANT-ANU-HIST < 9999
                   PERFORM AGREGAR-ANU-HIST
               ELSE
                   DISPLAY "ERROR: pagos-anulados.txt supera las "
                       "9999 anulaciones historicas, se aborta para "
                       "no anular dos veces"
                   MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-ANU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AGREGAR-ANU-HIST.
           ADD 1 TO CANT-ANU-HIST.
           MOVE ANU-CUIT-CONS TO TAB-ANU-CUIT-CONS(CANT-ANU-HIST).
           MOVE ANU-FECHA-PAGO TO TAB-ANU-FECHA-PAGO(CANT-ANU-HIST).
           MOVE ANU-IMPORTE TO TAB-ANU-IMPORTE(CANT-ANU-HIST).
           MOVE ANU-NRO-UNIDAD TO TAB-ANU-NRO-UNIDAD(CANT-ANU-HIST).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MOV.
           READ MOV
               AT END MOVE "10" TO FS-MOV.
           IF FS-MOV NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER MOV FS: ' FS-MOV.
           IF FS-MOV EQUAL "00"
               ADD 1 TO LEIDOS-MOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       PROCESAR-MOVIMIENTO.
           PERFORM VALIDAR-MOVIMIENTO.
           IF MOV-VALIDO
               PERFORM BUSCAR-PAGO.
           IF MOV-VALIDO
               PERFORM VALIDAR-DESTINO.
           IF MOV-VALIDO
               IF PAGO-VIVO
                   PERFORM APLICAR-SOBRE-VIVO
               ELSE
                   PERFORM APLICAR-SOBRE-HISTORICO
               END-IF
               PERFORM REGISTRAR-RASTRO
           ELSE
               ADD 1 TO CANT-RECHAZADOS.
           PERFORM IMPR-MOV-LINEA.
           PERFORM LEER-MOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       VALIDAR-MOVIMIENTO.
           MOVE "S" TO SW-MOV-VALIDO.
           IF NOT ANULACION AND NOT REIMPUTACION
               MOVE "TIPO DE MOVIMIENTO INVALIDO" TO RESULTADO-MOV
               MOVE "N" TO SW-MOV-VALIDO.
           IF MOV-VALIDO
               IF MOVPAG-CUIT-CONS IS NOT NUMERIC
                   OR MOVPAG-FECHA IS NOT NUMERIC
                   OR MOVPAG-IMPORTE IS NOT NUMERIC
                   OR MOVPAG-NRO-UNIDAD IS NOT NUMERIC
                   MOVE "REGISTRO MAL FORMADO" TO RESULTADO-MOV
                   MOVE "N" TO SW-MOV-VALIDO
               ELSE
                   IF MOVPAG-IMPORTE = ZERO
                       MOVE "IMPORTE EN CERO" TO RESULTADO-MOV
                       MOVE "N" TO SW-MOV-VALIDO.
           IF MOV-VALIDO AND REIMPUTACION
               IF MOVPAG-CUIT-DESTINO IS NOT NUMERIC
                   OR MOVPAG-UNIDAD-DESTINO IS NOT NUMERIC
                   MOVE "DESTINO MAL FORMADO" TO RESULTADO-MOV
                   MOVE "N" TO SW-MOV-VALIDO.
           IF MOV-VALIDO
               IF CANT-PAG >= 9998 OR CANT-ANU-HIST >= 9999
                   OR CANT-RASTRO >= 9999
                   MOVE "TABLA DE PAGOS LLENA" TO RESULTADO-MOV
                   MOVE "N" TO SW-MOV-VALIDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * El pago se busca primero vivo en pagos.txt (positivo, mismo
      * CUIT, fecha e importe y la unidad si el movimiento la
      * indica). Si no esta, se cuenta en pagos-hist.txt y se
      * acepta solo si quedan ocurrencias sin anular en el rastro.
      *>-----------------------------------------------------------*
       BUSCAR-PAGO.
           MOVE "N" TO SW-PAGO-VIVO.
           MOVE 1 TO POS-PAG.
           PERFORM BUSCAR-PAGO-VIVO-PASO
               UNTIL POS-PAG > CANT-PAG OR PAGO-VIVO
               OR BUF-PAG-CUIT-CONS(POS-PAG) > MOVPAG-CUIT-CONS.
           IF PAGO-VIVO
               MOVE "V" TO ORIGEN-PAGO
               MOVE BUF-PAG-NRO-UNIDAD(POS-PAG) TO UNIDAD-PAGO
           ELSE
               MOVE "H" TO ORIGEN-PAGO
               PERFORM CONTAR-HISTORICO
               PERFORM CONTAR-ANULADOS-HIST
               IF CANT-HIST-COINCIDENTES = 0
                   MOVE "PAGO INEXISTENTE" TO RESULTADO-MOV
                   MOVE "N" TO SW-MOV-VALIDO
               ELSE
                   IF CANT-ANU-COINCIDENTES >= CANT-HIST-COINCIDENTES
                       MOVE "PAGO YA ANULADO" TO RESULTADO-MOV
                       MOVE "N" TO SW-MOV-VALIDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PAGO-VIVO-PASO.
           IF BUF-PAG-CUIT-CONS(POS-PAG) = MOVPAG-CUIT-CONS
               AND BUF-PAG-FECHA(POS-PAG) = MOVPAG-FECHA
               AND BUF-PAG-IMPORTE(POS-PAG) = MOVPAG-IMPORTE
               AND (MOVPAG-NRO-UNIDAD = 0
                   OR BUF-PAG-NRO-UNIDAD(POS-PAG) = MOVPAG-NRO-UNIDAD)
               MOVE "S" TO SW-PAGO-VIVO
           ELSE
               ADD 1 TO POS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTAR-HISTORICO.
           MOVE 0 TO CANT-HIST-COINCIDENTES.
           MOVE MOVPAG-NRO-UNIDAD TO UNIDAD-PAGO.
           OPEN INPUT PAGH.
           IF FS-PAGH EQUAL "00"
               PERFORM LEER-PAGH
               PERFORM CONTAR-HISTORICO-PASO UNTIL EOF-PAGH
               CLOSE PAGH
           ELSE
               IF FS-PAGH = "05"
                   CLOSE PAGH
               ELSE
                   DISPLAY "Error en open pagos historicos FS: "
                       FS-PAGH.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PAGH.
           READ PAGH
               AT END MOVE "10" TO FS-PAGH.
           IF FS-PAGH NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PAGOS HISTORICOS FS: ' FS-PAGH
               MOVE "10" TO FS-PAGH.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTAR-HISTORICO-PASO.
           IF PAGH-CUIT-CONS = MOVPAG-CUIT-CONS
               AND PAGH-FECHA = MOVPAG-FECHA
               AND PAGH-IMPORTE = MOVPAG-IMPORTE
               AND (MOVPAG-NRO-UNIDAD = 0
                   OR PAGH-NRO-UNIDAD = MOVPAG-NRO-UNIDAD)
               IF CANT-HIST-COINCIDENTES = 0
                   MOVE PAGH-NRO-UNIDAD TO UNIDAD-PAGO
               END-IF
               ADD 1 TO CANT-HIST-COINCIDENTES.
           PERFORM LEER-PAGH.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTAR-ANULADOS-HIST.
           MOVE 0 TO CANT-ANU-COINCIDENTES.
           MOVE 1 TO POS-ANU.
           PERFORM CONTAR-ANULADOS-PASO UNTIL POS-ANU > CANT-ANU-HIST.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTAR-ANULADOS-PASO.
           IF TAB-ANU-CUIT-CONS(POS-ANU) = MOVPAG-CUIT-CONS
               AND TAB-ANU-FECHA-PAGO(POS-ANU) = MOVPAG-FECHA
               AND TAB-ANU-IMPORTE(POS-ANU) = MOVPAG-IMPORTE
               AND (MOVPAG-NRO-UNIDAD = 0
                   OR TAB-ANU-NRO-UNIDAD(POS-ANU) = MOVPAG-NRO-UNIDAD)
               ADD 1 TO CANT-ANU-COINCIDENTES.
           ADD 1 TO POS-ANU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * La reimputacion exige un CUIT destino del maestro y que el
      * destino no sea el mismo CUIT y unidad del pago original.
      *>-----------------------------------------------------------*
       VALIDAR-DESTINO.
           IF REIMPUTACION
               PERFORM BUSCAR-CUIT-DESTINO
               IF NOT CUIT-DESTINO-HALLADO
                   MOVE "CUIT DESTINO INEXISTENTE" TO RESULTADO-MOV
                   MOVE "N" TO SW-MOV-VALIDO
               ELSE
                   IF MOVPAG-CUIT-DESTINO = MOVPAG-CUIT-CONS
                       AND MOVPAG-UNIDAD-DESTINO = UNIDAD-PAGO
                       MOVE "DESTINO IGUAL AL ORIGEN"
                           TO RESULTADO-MOV
                       MOVE "N" TO SW-MOV-VALIDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CUIT-DESTINO.
           MOVE "N" TO SW-CUIT-DESTINO-HALLADO.
           MOVE 1 TO POS-MAE.
           PERFORM BUSCAR-CUIT-DESTINO-PASO
               UNTIL POS-MAE > CANT-MAE OR CUIT-DESTINO-HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CUIT-DESTINO-PASO.
           IF TAB-MAE-CUIT-CONS(POS-MAE) = MOVPAG-CUIT-DESTINO
               MOVE "S" TO SW-CUIT-DESTINO-HALLADO
           ELSE
               ADD 1 TO POS-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Pago vivo: se quita de pagos.txt; si es reimputacion se
      * vuelve a insertar con el CUIT y la unidad destino.
      *>-----------------------------------------------------------*
       APLICAR-SOBRE-VIVO.
           PERFORM QUITAR-PAG.
           IF ANULACION
               ADD 1 TO CANT-ANULADOS
               ADD MOVPAG-IMPORTE TO TOTAL-ANULADO
               MOVE "ANULADO" TO RESULTADO-MOV
           ELSE
               MOVE MOVPAG-CUIT-DESTINO TO NUEVO-CUIT-CONS
               MOVE MOVPAG-FECHA TO NUEVO-FECHA
               MOVE MOVPAG-IMPORTE TO NUEVO-IMPORTE
               MOVE MOVPAG-UNIDAD-DESTINO TO NUEVO-NRO-UNIDAD
               PERFORM INSERTAR-PAG
               ADD 1 TO CANT-REIMPUTADOS
               ADD MOVPAG-IMPORTE TO TOTAL-REIMPUTADO
               MOVE "REIMPUTADO" TO RESULTADO-MOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Pago historico: no se toca pagos-hist.txt; se asienta un
      * pago negativo con la fecha del original para que COBRAR
      * reabra la deuda desde esa fecha, y en la reimputacion el
      * pago positivo en el destino.
      *>-----------------------------------------------------------*
       APLICAR-SOBRE-HISTORICO.
           MOVE MOVPAG-CUIT-CONS TO NUEVO-CUIT-CONS.
           MOVE MOVPAG-FECHA TO NUEVO-FECHA.
           COMPUTE NUEVO-IMPORTE = 0 - MOVPAG-IMPORTE.
           MOVE UNIDAD-PAGO TO NUEVO-NRO-UNIDAD.
           PERFORM INSERTAR-PAG.
           ADD 1 TO CANT-CONTRAASIENTOS.
           IF ANULACION
               ADD 1 TO CANT-ANULADOS
               ADD MOVPAG-IMPORTE TO TOTAL-ANULADO
               MOVE "ANULADO CON CONTRAASIENTO" TO RESULTADO-MOV
           ELSE
               MOVE MOVPAG-CUIT-DESTINO TO NUEVO-CUIT-CONS
               MOVE MOVPAG-IMPORTE TO NUEVO-IMPORTE
               MOVE MOVPAG-UNIDAD-DESTINO TO NUEVO-NRO-UNIDAD
               PERFORM INSERTAR-PAG
               ADD 1 TO CANT-REIMPUTADOS
               ADD MOVPAG-IMPORTE TO TOTAL-REIMPUTADO
               MOVE "REIMPUTADO CON CONTRAASIENTO" TO RESULTADO-MOV.
           ADD 1 TO CANT-ANU-HIST.
           MOVE MOVPAG-CUIT-CONS TO TAB-ANU-CUIT-CONS(CANT-ANU-HIST).
           MOVE MOVPAG-FECHA TO TAB-ANU-FECHA-PAGO(CANT-ANU-HIST).
           MOVE MOVPAG-IMPORTE TO TAB-ANU-IMPORTE(CANT-ANU-HIST).
           MOVE UNIDAD-PAGO TO TAB-ANU-NRO-UNIDAD(CANT-ANU-HIST).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       QUITAR-PAG.
           MOVE POS-PAG TO SUBIND-PAG.
           PERFORM QUITAR-PASO-PAG UNTIL SUBIND-PAG >= CANT-PAG.
           SUBTRACT 1 FROM CANT-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       QUITAR-PASO-PAG.
           MOVE BUF-PAG(SUBIND-PAG + 1) TO BUF-PAG(SUBIND-PAG).
           ADD 1 TO SUBIND-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INSERTAR-PAG.
           PERFORM BUSCAR-POSICION-PAG.
           PERFORM DESPLAZAR-PAG.
           MOVE NUEVO-CUIT-CONS TO BUF-PAG-CUIT-CONS(POS-PAG).
           MOVE NUEVO-FECHA TO BUF-PAG-FECHA(POS-PAG).
           MOVE NUEVO-IMPORTE TO BUF-PAG-IMPORTE(POS-PAG).
           MOVE NUEVO-NRO-UNIDAD TO BUF-PAG-NRO-UNIDAD(POS-PAG).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-POSICION-PAG.
           MOVE 1 TO POS-PAG.
           PERFORM BUSCAR-POSICION-PASO
               UNTIL POS-PAG > CANT-PAG
               OR BUF-PAG-CUIT-CONS(POS-PAG) > NUEVO-CUIT-CONS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-POSICION-PASO.
           ADD 1 TO POS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       DESPLAZAR-PAG.
           MOVE CANT-PAG TO SUBIND-PAG.
           ADD 1 TO CANT-PAG.
           PERFORM DESPLAZAR-PASO-PAG UNTIL SUBIND-PAG < POS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       DESPLAZAR-PASO-PAG.
           MOVE BUF-PAG(SUBIND-PAG) TO BUF-PAG(SUBIND-PAG + 1).
           SUBTRACT 1 FROM SUBIND-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       REGISTRAR-RASTRO.
           MOVE FECHA-HOY TO ANU-FECHA-PROCESO.
           MOVE MOVPAG-TIPO TO ANU-TIPO.
           MOVE MOVPAG-CUIT-CONS TO ANU-CUIT-CONS.
           MOVE MOVPAG-FECHA TO ANU-FECHA-PAGO.
           MOVE MOVPAG-IMPORTE TO ANU-IMPORTE.
           MOVE UNIDAD-PAGO TO ANU-NRO-UNIDAD.
           MOVE ORIGEN-PAGO TO ANU-ORIGEN.
           IF REIMPUTACION
               MOVE MOVPAG-CUIT-DESTINO TO ANU-CUIT-DESTINO
               MOVE MOVPAG-UNIDAD-DESTINO TO ANU-UNIDAD-DESTINO
           ELSE
               MOVE 0 TO ANU-CUIT-DESTINO
               MOVE 0 TO ANU-UNIDAD-DESTINO.
           MOVE MOVPAG-MOTIVO TO ANU-MOTIVO.
           ADD 1 TO CANT-RASTRO.
           MOVE REG-ANU TO BUF-ANU(CANT-RASTRO).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       RESGUARDAR-PAGOS.
           MOVE "pagos.txt" TO RES-ARCHIVO.
           MOVE "pagos" TO RES-BASE.
           CALL "RESGUARD" USING RES-ARCHIVO, RES-BASE,
               RES-COD-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-PAGOS.
           PERFORM RESGUARDAR-PAGOS.
           IF RES-COD-RET NOT = 0
               DISPLAY "ANUPAG: fallo el resguardo de "
                   "pagos.txt, no se regraba"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT PAG.
           IF FS-PAG NOT = "00"
               DISPLAY "Error en open pagos FS: " FS-PAG
               MOVE "S" TO SW-ERROR-GRABACION
           ELSE
               MOVE 1 TO SUBIND-PAG
               PERFORM ESCRIBIR-PASO-PAG UNTIL SUBIND-PAG > CANT-PAG
               CLOSE PAG
               IF FS-PAG NOT = "00"
                   DISPLAY "Error en close pagos FS: " FS-PAG
                   MOVE "S" TO SW-ERROR-GRABACION
               ELSE
                   PERFORM GRABAR-RASTRO
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-PASO-PAG.
           MOVE BUF-PAG(SUBIND-PAG) TO REG-PAG.
           WRITE REG-PAG.
           ADD 1 TO SUBIND-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Con pagos.txt ya regrabado se agrega el rastro de la
      * corrida. Si una grabacion falla se avisa a la bitacora: los
      * pagos historicos de las filas faltantes podrian volver a
      * anularse y hay que asentarlas a mano.
      *>-----------------------------------------------------------*
       GRABAR-RASTRO.
           MOVE 1 TO POS-RASTRO.
           PERFORM ESCRIBIR-PASO-ANU
               UNTIL POS-RASTRO > CANT-RASTRO OR ERROR-RASTRO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-PASO-ANU.
           MOVE BUF-ANU(POS-RASTRO) TO REG-ANU.
           WRITE REG-ANU.
           IF FS-ANU NOT = "00"
               DISPLAY "ERROR AL ESCRIBIR RASTRO DE ANULACIONES FS: "
                   FS-ANU " CUIT " ANU-CUIT-CONS " FECHA "
                   ANU-FECHA-PAGO
               MOVE "S" TO SW-ERROR-RASTRO
               MOVE "S" TO SW-ERROR-GRABACION
               MOVE "E" TO BTC-SEVERIDAD
               MOVE SPACES TO BTC-DETALLE
               STRING "rastro pagos-anulados.txt incompleto desde "
                   "CUIT " ANU-CUIT-CONS " fecha " ANU-FECHA-PAGO
                   DELIMITED BY SIZE INTO BTC-DETALLE
               PERFORM GRABAR-BITACORA
           ELSE
               ADD 1 TO POS-RASTRO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AVISAR-RECHAZOS.
           IF CANT-RECHAZADOS > 0
               MOVE "A" TO BTC-SEVERIDAD
               MOVE SPACES TO BTC-DETALLE
               STRING CANT-RECHAZADOS " movimientos de pagos "
                   "rechazados, ver el listado del " FECHA-HOY
                   DELIMITED BY SIZE INTO BTC-DETALLE
               PERFORM GRABAR-BITACORA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-BITACORA.
           CALL "BITACORA" USING BTC-PROGRAMA, BTC-SEVERIDAD,
               BTC-DETALLE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-CABECERA.
           MOVE FECHA-HOY TO TITULO-FECHA.
           MOVE TITULO TO LINEA.
           DISPLAY LINEA.
           MOVE MOV-ROTULO TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-MOV-LINEA.
           MOVE MOVPAG-TIPO TO MOVLIN-TIPO.
           IF MOVPAG-CUIT-CONS IS NUMERIC
               MOVE MOVPAG-CUIT-CONS TO MOVLIN-CUIT
           ELSE
               MOVE 0 TO MOVLIN-CUIT.
           IF MOV-VALIDO
               MOVE UNIDAD-PAGO TO MOVLIN-UNIDAD
           ELSE
               IF MOVPAG-NRO-UNIDAD IS NUMERIC
                   MOVE MOVPAG-NRO-UNIDAD TO MOVLIN-UNIDAD
               ELSE
                   MOVE 0 TO MOVLIN-UNIDAD.
           IF MOVPAG-FECHA IS NUMERIC
               MOVE MOVPAG-FECHA TO MOVLIN-FECHA
           ELSE
               MOVE 0 TO MOVLIN-FECHA.
           IF MOVPAG-IMPORTE IS NUMERIC
               MOVE MOVPAG-IMPORTE TO MOVLIN-IMPORTE
           ELSE
               MOVE 0 TO MOVLIN-IMPORTE.
           IF REIMPUTACION AND MOVPAG-CUIT-DESTINO IS NUMERIC
               AND MOVPAG-UNIDAD-DESTINO IS NUMERIC
               MOVE MOVPAG-CUIT-DESTINO TO MOVLIN-CUIT-DESTINO
               MOVE MOVPAG-UNIDAD-DESTINO TO MOVLIN-UNIDAD-DESTINO
           ELSE
               MOVE 0 TO MOVLIN-CUIT-DESTINO
               MOVE 0 TO MOVLIN-UNIDAD-DESTINO.
           MOVE RESULTADO-MOV TO MOVLIN-RESULTADO.
           MOVE MOV-LINEA TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Movimientos leidos        : " LEIDOS-MOV.
           DISPLAY "Pagos anulados            : " CANT-ANULADOS
               " por " TOTAL-ANULADO.
           DISPLAY "Pagos reimputados         : " CANT-REIMPUTADOS
               " por " TOTAL-REIMPUTADO.
           DISPLAY "Contraasientos historicos : " CANT-CONTRAASIENTOS.
           DISPLAY "Movimientos rechazados    : " CANT-RECHAZADOS.
           DISPLAY "Registros de pagos.txt    : " CANT-PAG.

       END PROGRAM ANUPAG.
