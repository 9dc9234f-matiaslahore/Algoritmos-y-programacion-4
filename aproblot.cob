      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Aprobacion por un segundo operador de los lotes de
      *          mantenimiento con operaciones sensibles (cambios de
      *          cuentas bancarias en MANTCTAS, transferencias de
      *          unidades en MANTUF, notas de credito sobre el umbral
      *          en AJUSTES). El programa de mantenimiento deja el
      *          lote pendiente en lotes-aprobacion.txt (CTLAPROB)
      *          y se niega a aplicarlo; APROBLOT lee mov-aprob.txt
      *          (programa, lote, "A" aprueba o "R" rechaza, operador
      *          aprobador) y marca la solicitud con el aprobador y
      *          la fecha. No se acepta que apruebe el mismo operador
      *          que preparo el lote ni una solicitud que no este
      *          pendiente. Cada decision queda en auditoria.txt;
      *          al final se listan las decisiones del dia y los
      *          lotes que siguen pendientes.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBLOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOV   ASSIGN TO "mov-aprob.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MOV.
           SELECT OPTIONAL APL
                        ASSIGN TO "lotes-aprobacion.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-APL.
           SELECT OPTIONAL AUDIT
                        ASSIGN TO "auditoria.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.

       FD  MOV.
       01  REG-MOV.
           03 MOVAPR-PROGRAMA PIC X(8).
           03 MOVAPR-ID-LOTE PIC 9(6).
           03 MOVAPR-ACCION PIC X(1).
              88 ACCION-APROBAR VALUE "A".
              88 ACCION-RECHAZAR VALUE "R".
           03 MOVAPR-APROBADOR PIC X(8).

       FD  APL.
       01  REG-APL.
           03 APL-PROGRAMA PIC X(8).
           03 APL-ID-LOTE PIC 9(6).
           03 APL-OPERADOR PIC X(8).
           03 APL-CANT PIC 9(6).
           03 APL-SUMA PIC 9(13)V99.
           03 APL-FECHA-SOL PIC 9(8).
           03 APL-ESTADO PIC X(1).
           03 APL-APROBADOR PIC X(8).
           03 APL-FECHA-APROB PIC 9(8).
           03 APL-CONTROL PIC 9(15).

       FD  AUDIT.
       01  REG-AUDIT.
           03 AUD-FECHA PIC X(10).
           03 FILLER PIC X(1).
           03 AUD-CUIT PIC 9(15).
           03 FILLER PIC X(1).
           03 AUD-TIPO PIC X(10).
           03 FILLER PIC X(1).
           03 AUD-DETALLE PIC X(60).

       WORKING-STORAGE SECTION.

       01  LINEA PIC X(100).

       77  FS-MOV PIC XX.
           88 OK-MOV VALUE "00".
           88 NO-MOV VALUE "23".
           88 EOF-MOV VALUE "10".
       77  FS-APL PIC XX.
           88 OK-APL VALUE "00".
           88 NO-APL VALUE "23".
           88 EOF-APL VALUE "10".
       77  FS-AUDIT PIC XX.
           88 OK-AUDIT VALUE "00".
           88 NO-AUDIT VALUE "23".
           88 EOF-AUDIT VALUE "10".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-MOV-VALIDO PIC X(1) VALUE "S".
           88 MOV-VALIDO VALUE "S".
           88 MOV-INVALIDO VALUE "N".
       01  SW-APL-HALLADO PIC X(1) VALUE "N".
           88 APL-HALLADO VALUE "S".

       01  FECHA-HOY.
           03 FH-ANIO PIC 9(4).
           03 FH-MES PIC 9(2).
           03 FH-DIA PIC 9(2).
       01  FECHA-HOY-NUM REDEFINES FECHA-HOY PIC 9(8).
       01  FECHA-AUDIT PIC X(10) VALUE SPACES.

       01  CANT-APL PIC 9(4) VALUE 0.
       01  TABLA-APL.
           03 TAB-APL OCCURS 3000 TIMES.
              05 TAB-APL-PROGRAMA PIC X(8).
              05 TAB-APL-ID-LOTE PIC 9(6).
              05 TAB-APL-OPERADOR PIC X(8).
              05 TAB-APL-CANT PIC 9(6).
              05 TAB-APL-SUMA PIC 9(13)V99.
              05 TAB-APL-FECHA-SOL PIC 9(8).
              05 TAB-APL-ESTADO PIC X(1).
                 88 TAB-APL-PENDIENTE VALUE "P".
                 88 TAB-APL-APROBADO VALUE "A".
                 88 TAB-APL-RECHAZADO VALUE "R".
              05 TAB-APL-APROBADOR PIC X(8).
              05 TAB-APL-FECHA-APROB PIC 9(8).
              05 TAB-APL-CONTROL PIC 9(15).
       01  POS-APL PIC 9(4) VALUE 0.
       01  SUBIND-APL PIC 9(4) VALUE 0.

       01  LEIDOS-MOV PIC 9(4) VALUE 0.
       01  CANT-APROBADOS PIC 9(4) VALUE 0.
       01  CANT-RECHAZADOS-LOTE PIC 9(4) VALUE 0.
       01  CANT-RECHAZADOS PIC 9(4) VALUE 0.
       01  CANT-PENDIENTES PIC 9(4) VALUE 0.

      * Parametros del resguardo generacional previo a la regrabacion.
       01  RES-ARCHIVO PIC X(20) VALUE SPACES.
       01  RES-BASE PIC X(8) VALUE SPACES.
       01  RES-COD-RET PIC 9(2) VALUE 0.

      * Parametros de la bitacora central de novedades.
       01  BTC-PROGRAMA PIC X(8) VALUE "APROBLOT".
       01  BTC-SEVERIDAD PIC X(1) VALUE SPACES.
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       01  TITULO.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(36) VALUE
               "DECISIONES SOBRE LOTES DEL DIA      ".
           03 TITULO-FECHA PIC 9(8).
           03 FILLER PIC X(36) VALUE SPACES.

       01  DECISION-ROTULO.
           03 FILLER PIC X(10) VALUE "PROGRAMA  ".
           03 FILLER PIC X(8) VALUE "LOTE    ".
           03 FILLER PIC X(10) VALUE "PREPARO   ".
           03 FILLER PIC X(10) VALUE "APROBADOR ".
           03 FILLER PIC X(8) VALUE "MOVIM.  ".
           03 FILLER PIC X(20) VALUE "        SUMA CONTROL".
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9) VALUE "DECISION ".
           03 FILLER PIC X(23) VALUE SPACES.

       01  DECISION-LINEA.
           03 DECLIN-PROGRAMA PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DECLIN-ID-LOTE PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DECLIN-OPERADOR PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DECLIN-APROBADOR PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DECLIN-CANT PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DECLIN-SUMA PIC ZZZZZZZZZZZZZZ9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 DECLIN-DECISION PIC X(9).
           03 FILLER PIC X(23) VALUE SPACES.

       01  PENDIENTE-ROTULO.
           03 FILLER PIC X(10) VALUE "PROGRAMA  ".
           03 FILLER PIC X(8) VALUE "LOTE    ".
           03 FILLER PIC X(10) VALUE "PREPARO   ".
           03 FILLER PIC X(10) VALUE "SOLICITUD ".
           03 FILLER PIC X(8) VALUE "MOVIM.  ".
           03 FILLER PIC X(20) VALUE "        SUMA CONTROL".
           03 FILLER PIC X(34) VALUE SPACES.

       01  PENDIENTE-LINEA.
           03 PENLIN-PROGRAMA PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PENLIN-ID-LOTE PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PENLIN-OPERADOR PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PENLIN-FECHA-SOL PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PENLIN-CANT PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PENLIN-SUMA PIC ZZZZZZZZZZZZZZ9.99.
           03 FILLER PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF ERROR-APERTURA
               DISPLAY "APROBLOT: abortando, error de apertura de "
                   "archivos"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM IMPR-CABECERA
               PERFORM LEER-MOV
               PERFORM PROCESAR-DECISION UNTIL EOF-MOV
               IF CANT-APROBADOS > 0 OR CANT-RECHAZADOS-LOTE > 0
                   PERFORM GRABAR-APROBACIONES
               END-IF
               PERFORM LISTAR-PENDIENTES
               PERFORM IMPR-TOTALES
               CLOSE MOV
               CLOSE AUDIT
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           STRING FH-ANIO "/" FH-MES "/" FH-DIA
               DELIMITED BY SIZE INTO FECHA-AUDIT.
           OPEN INPUT MOV.
           IF FS-MOV NOT = "00"
               DISPLAY "Error en open decisiones FS: " FS-MOV
               MOVE "S" TO SW-ERROR-APERTURA.
           OPEN EXTEND AUDIT.
           IF FS-AUDIT NOT = "00" AND "05"
               DISPLAY "Error en open auditoria FS: " FS-AUDIT
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM CARGAR-APROBACIONES.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-APROBACIONES.
           OPEN INPUT APL.
           IF FS-APL EQUAL "00"
               PERFORM LEER-APL
               PERFORM LLENAR-TABLA-APL
                   UNTIL EOF-APL OR ERROR-APERTURA
               CLOSE APL
           ELSE
      *        FS 05: el OPTIONAL quedo abierto y vacio; no hay
      *        lotes pendientes y toda decision se rechaza.
               IF FS-APL = "05"
                   CLOSE APL
                   DISPLAY "ADVERTENCIA: lotes-aprobacion.txt "
                       "inexistente, no hay lotes pendientes"
               ELSE
                   DISPLAY "Error en open aprobaciones FS: " FS-APL
                   MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-APL.
           READ APL
               AT END MOVE "10" TO FS-APL.
           IF FS-APL NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER APROBACIONES FS: ' FS-APL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-APL.
           IF CANT-APL < 3000
               ADD 1 TO CANT-APL
               MOVE REG-APL TO TAB-APL(CANT-APL)
           ELSE
               DISPLAY "ERROR: lotes-aprobacion.txt supera las 3000 "
                   "solicitudes, se aborta para no truncar el archivo"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-APL.
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
       PROCESAR-DECISION.
           PERFORM VALIDAR-DECISION.
           IF MOV-VALIDO
               PERFORM APLICAR-DECISION
           ELSE
               ADD 1 TO CANT-RECHAZADOS.
           PERFORM LEER-MOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * El doble control exige que quien aprueba sea otro operador
      * que el que preparo el lote, y solo se decide sobre lotes
      * pendientes: un lote ya aprobado o rechazado no se reabre
      * (un lote rechazado se vuelve a preparar con otro numero).
      *>-----------------------------------------------------------*
       VALIDAR-DECISION.
           MOVE "S" TO SW-MOV-VALIDO.
           IF NOT ACCION-APROBAR AND NOT ACCION-RECHAZAR
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "RECHAZADO: accion '" MOVAPR-ACCION
                   "' invalida, lote " MOVAPR-ID-LOTE " de "
                   MOVAPR-PROGRAMA.
           IF MOVAPR-APROBADOR = SPACES
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "RECHAZADO: operador aprobador en blanco, "
                   "lote " MOVAPR-ID-LOTE " de " MOVAPR-PROGRAMA.
           PERFORM BUSCAR-SOLICITUD.
           IF NOT APL-HALLADO
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "RECHAZADO: el lote " MOVAPR-ID-LOTE " de "
                   MOVAPR-PROGRAMA " no tiene solicitud de "
                   "aprobacion"
           ELSE
               IF NOT TAB-APL-PENDIENTE(POS-APL)
                   MOVE "N" TO SW-MOV-VALIDO
                   DISPLAY "RECHAZADO: el lote " MOVAPR-ID-LOTE
                       " de " MOVAPR-PROGRAMA " ya fue decidido ("
                       TAB-APL-ESTADO(POS-APL) ") por "
                       TAB-APL-APROBADOR(POS-APL)
               ELSE
                   IF TAB-APL-OPERADOR(POS-APL) = MOVAPR-APROBADOR
                       MOVE "N" TO SW-MOV-VALIDO
                       DISPLAY "RECHAZADO: el operador "
                           MOVAPR-APROBADOR " preparo el lote "
                           MOVAPR-ID-LOTE " de " MOVAPR-PROGRAMA
                           " y no puede aprobarlo".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-SOLICITUD.
           MOVE "N" TO SW-APL-HALLADO.
           MOVE 1 TO POS-APL.
           PERFORM BUSCAR-SOLICITUD-PASO
               UNTIL POS-APL > CANT-APL OR APL-HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-SOLICITUD-PASO.
           IF TAB-APL-PROGRAMA(POS-APL) = MOVAPR-PROGRAMA
               AND TAB-APL-ID-LOTE(POS-APL) = MOVAPR-ID-LOTE
               MOVE "S" TO SW-APL-HALLADO
           ELSE
               ADD 1 TO POS-APL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       APLICAR-DECISION.
           MOVE MOVAPR-ACCION TO TAB-APL-ESTADO(POS-APL).
           MOVE MOVAPR-APROBADOR TO TAB-APL-APROBADOR(POS-APL).
           MOVE FECHA-HOY-NUM TO TAB-APL-FECHA-APROB(POS-APL).
           IF ACCION-APROBAR
               ADD 1 TO CANT-APROBADOS
           ELSE
               ADD 1 TO CANT-RECHAZADOS-LOTE.
           PERFORM ASENTAR-DECISION.
           PERFORM IMPR-DECISION-LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Rastro de la decision en auditoria.txt con CUIT en cero, como
      * los lotes que CTLAPROB asienta al aplicarse.
      *>-----------------------------------------------------------*
       ASENTAR-DECISION.
           MOVE SPACES TO REG-AUDIT.
           MOVE FECHA-AUDIT TO AUD-FECHA.
           MOVE 0 TO AUD-CUIT.
           IF ACCION-APROBAR
               MOVE "APROBACION" TO AUD-TIPO
           ELSE
               MOVE "RECHAZO" TO AUD-TIPO.
           STRING TAB-APL-PROGRAMA(POS-APL) " "
               TAB-APL-ID-LOTE(POS-APL) " PREP "
               TAB-APL-OPERADOR(POS-APL) " APROB "
               MOVAPR-APROBADOR
               DELIMITED BY SIZE INTO AUD-DETALLE.
           WRITE REG-AUDIT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       RESGUARDAR-APROBACIONES.
           MOVE "lotes-aprobacion.txt" TO RES-ARCHIVO.
           MOVE "aprob" TO RES-BASE.
           CALL "RESGUARD" USING RES-ARCHIVO, RES-BASE,
               RES-COD-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-APROBACIONES.
           PERFORM RESGUARDAR-APROBACIONES.
           IF RES-COD-RET NOT = 0
               DISPLAY "APROBLOT: fallo el resguardo de "
                   "lotes-aprobacion.txt, no se regraba"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT APL.
           IF FS-APL NOT = "00" AND "05"
               DISPLAY "Error en open aprobaciones FS: " FS-APL
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 1 TO SUBIND-APL
               PERFORM ESCRIBIR-PASO-APL UNTIL SUBIND-APL > CANT-APL
               CLOSE APL
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-PASO-APL.
           MOVE TAB-APL(SUBIND-APL) TO REG-APL.
           WRITE REG-APL.
           ADD 1 TO SUBIND-APL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-CABECERA.
           MOVE FECHA-HOY-NUM TO TITULO-FECHA.
           MOVE TITULO TO LINEA.
           DISPLAY LINEA.
           MOVE DECISION-ROTULO TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-DECISION-LINEA.
           MOVE TAB-APL-PROGRAMA(POS-APL) TO DECLIN-PROGRAMA.
           MOVE TAB-APL-ID-LOTE(POS-APL) TO DECLIN-ID-LOTE.
           MOVE TAB-APL-OPERADOR(POS-APL) TO DECLIN-OPERADOR.
           MOVE MOVAPR-APROBADOR TO DECLIN-APROBADOR.
           MOVE TAB-APL-CANT(POS-APL) TO DECLIN-CANT.
           MOVE TAB-APL-SUMA(POS-APL) TO DECLIN-SUMA.
           IF ACCION-APROBAR
               MOVE "APROBADO" TO DECLIN-DECISION
           ELSE
               MOVE "RECHAZADO" TO DECLIN-DECISION.
           MOVE DECISION-LINEA TO LINEA.
           DISPLAY LINEA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LISTAR-PENDIENTES.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           DISPLAY "LOTES PENDIENTES DE APROBACION".
           MOVE PENDIENTE-ROTULO TO LINEA.
           DISPLAY LINEA.
           MOVE 1 TO SUBIND-APL.
           PERFORM LISTAR-PENDIENTE-PASO UNTIL SUBIND-APL > CANT-APL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LISTAR-PENDIENTE-PASO.
           IF TAB-APL-PENDIENTE(SUBIND-APL)
               ADD 1 TO CANT-PENDIENTES
               MOVE TAB-APL-PROGRAMA(SUBIND-APL) TO PENLIN-PROGRAMA
               MOVE TAB-APL-ID-LOTE(SUBIND-APL) TO PENLIN-ID-LOTE
               MOVE TAB-APL-OPERADOR(SUBIND-APL) TO PENLIN-OPERADOR
               MOVE TAB-APL-FECHA-SOL(SUBIND-APL) TO PENLIN-FECHA-SOL
               MOVE TAB-APL-CANT(SUBIND-APL) TO PENLIN-CANT
               MOVE TAB-APL-SUMA(SUBIND-APL) TO PENLIN-SUMA
               MOVE PENDIENTE-LINEA TO LINEA
               DISPLAY LINEA.
           ADD 1 TO SUBIND-APL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-TOTALES.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           DISPLAY "Decisiones leidas        : " LEIDOS-MOV.
           DISPLAY "Lotes aprobados          : " CANT-APROBADOS.
           DISPLAY "Lotes rechazados         : " CANT-RECHAZADOS-LOTE.
           DISPLAY "Decisiones no aceptadas  : " CANT-RECHAZADOS.
           DISPLAY "Lotes aun pendientes     : " CANT-PENDIENTES.
           IF CANT-RECHAZADOS > 0
               MOVE "A" TO BTC-SEVERIDAD
               MOVE SPACES TO BTC-DETALLE
               STRING "decisiones de aprobacion no aceptadas: "
                   CANT-RECHAZADOS
                   DELIMITED BY SIZE INTO BTC-DETALLE
               CALL "BITACORA" USING BTC-PROGRAMA, BTC-SEVERIDAD,
                   BTC-DETALLE.

       END PROGRAM APROBLOT.
