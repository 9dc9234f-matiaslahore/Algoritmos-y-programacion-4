      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Declaracion mensual de retenciones. Toma el periodo
      *          de periodo.txt y de retenciones.txt las retenciones
      *          firmes (confirmadas por CONFPAGO) cuya fecha de
      *          confirmacion cae en ese periodo, y graba un archivo
      *          de declaracion por regimen
      *          (ddjj-ret-GANA-AAAAMM.txt de Ganancias y
      *          ddjj-ret-IIBB-AAAAMM.txt de Ingresos Brutos) con
      *          registro cabecera "H", un detalle por certificado y
      *          registro cola "T" con cantidad y suma retenida.
      *          Las retenciones provisorias (ordenes no confirmadas)
      *          no se declaran.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PER   ASSIGN TO "periodo.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PER.
           SELECT OPTIONAL RET
                        ASSIGN TO "retenciones.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-RET.
           SELECT DDJ   ASSIGN USING NOMBRE-ARCH-DDJ
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-DDJ.

       DATA DIVISION.
       FILE SECTION.

       FD  PER.
       01  REG-PER.
           03 PER-PERIODO      PIC 9(6).
           03 PER-VENCIMIENTO  PIC 9(8).

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

      * Declaracion por regimen: cabecera "H", detalle "D" y cola
      * "T", como los lotes de movimientos del sistema.
       FD  DDJ.
       01  REG-DDJ-CAB.
           03 DDJ-CAB-TIPO PIC X(1).
           03 DDJ-CAB-REGIMEN PIC X(4).
           03 DDJ-CAB-PERIODO PIC 9(6).
           03 DDJ-CAB-FECHA-GEN PIC 9(8).
       01  REG-DDJ-DET.
           03 DDJ-DET-TIPO PIC X(1).
           03 DDJ-DET-CUIT-PROV PIC 9(11).
           03 DDJ-DET-COD-PROV PIC 9(8).
           03 DDJ-DET-NRO-CERT PIC 9(8).
           03 DDJ-DET-FECHA PIC 9(8).
           03 DDJ-DET-BASE PIC 9(9)V99.
           03 DDJ-DET-ALICUOTA PIC 9(2)V99.
           03 DDJ-DET-IMPORTE PIC 9(9)V99.
       01  REG-DDJ-COLA.
           03 DDJ-COLA-TIPO PIC X(1).
           03 DDJ-COLA-CANT PIC 9(6).
           03 DDJ-COLA-SUMA PIC 9(13)V99.

       WORKING-STORAGE SECTION.

       77  FS-PER PIC XX.
           88 OK-PER VALUE "00".
           88 NO-PER VALUE "23".
           88 EOF-PER VALUE "10".
       77  FS-RET PIC XX.
           88 OK-RET VALUE "00".
           88 NO-RET VALUE "23".
           88 EOF-RET VALUE "10".
       77  FS-DDJ PIC XX.
           88 OK-DDJ VALUE "00".
           88 NO-DDJ VALUE "23".
           88 EOF-DDJ VALUE "10".

       01  NOMBRE-ARCH-DDJ PIC X(30) VALUE SPACES.

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".

       01  FECHA-HOY PIC 9(8) VALUE 0.
       01  PERIODO-DDJ PIC 9(6) VALUE 0.
       01  FECHA-FIRME-AUX.
           03 FFA-PERIODO PIC 9(6).
           03 FFA-DIA PIC 9(2).

       01  TABLA-REGIMENES-VAL.
           03 FILLER PIC X(4) VALUE "GANA".
           03 FILLER PIC X(4) VALUE "IIBB".
       01  TABLA-REGIMENES REDEFINES TABLA-REGIMENES-VAL.
           03 TAB-REGIMEN PIC X(4) OCCURS 2 TIMES.
       01  POS-REGIMEN PIC 9(1) VALUE 0.

       01  CANT-RET PIC 9(4) VALUE 0.
       01  BUFFER-RET.
           03 BUF-RET OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-RET.
              05 BUF-RET-NRO-CERT PIC 9(8).
              05 BUF-RET-OP-NUMERO PIC 9(8).
              05 BUF-RET-FECHA PIC 9(8).
              05 BUF-RET-COD-PROV PIC 9(8).
              05 BUF-RET-CUIT-PROV PIC 9(11).
              05 BUF-RET-REGIMEN PIC X(4).
              05 BUF-RET-BASE PIC 9(9)V99.
              05 BUF-RET-ALICUOTA PIC 9(2)V99.
              05 BUF-RET-IMPORTE PIC 9(9)V99.
              05 BUF-RET-ESTADO PIC 9(1).
              05 BUF-RET-FECHA-FIRME PIC 9(8).
       01  POS-RET PIC 9(4) VALUE 0.

       01  CANT-DDJ PIC 9(6) VALUE 0.
       01  SUMA-DDJ PIC 9(13)V99 VALUE 0.
       01  CANT-PROVISORIAS PIC 9(4) VALUE 0.
       01  CANT-ARCHIVOS-DDJ PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF ERROR-APERTURA
               DISPLAY "RETENC: abortando, error de apertura de "
                   "archivos"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF PERIODO-DDJ = ZERO
                   DISPLAY "RETENC: abortando, periodo.txt no trae "
                       "un periodo valido"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 1 TO POS-REGIMEN
                   PERFORM DECLARAR-REGIMEN UNTIL POS-REGIMEN > 2
                   PERFORM IMPR-RESUMEN
               END-IF
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-PERIODO.
           PERFORM CARGAR-RETENCIONES.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PERIODO.
           OPEN INPUT PER.
           IF FS-PER EQUAL "00"
               READ PER AT END MOVE "10" TO FS-PER
               END-READ
               IF FS-PER EQUAL "00"
                   MOVE PER-PERIODO TO PERIODO-DDJ
               END-IF
               CLOSE PER
           ELSE
               DISPLAY "RETENC: periodo.txt inexistente o "
                   "ilegible, FS: " FS-PER.
           DISPLAY "Declaracion de retenciones del periodo "
               PERIODO-DDJ ".".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-RETENCIONES.
           OPEN INPUT RET.
           IF FS-RET EQUAL "00"
               PERFORM LEER-RET
               PERFORM LLENAR-BUFFER-RET
                   UNTIL EOF-RET OR ERROR-APERTURA
               CLOSE RET
           ELSE
               IF FS-RET = "05"
                   CLOSE RET
               END-IF
               DISPLAY "ADVERTENCIA: retenciones.txt inexistente o "
                   "ilegible (FS: " FS-RET "), las declaraciones "
                   "salen vacias".
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
           IF CANT-RET < 9999
               ADD 1 TO CANT-RET
               MOVE REG-RET TO BUF-RET(CANT-RET)
           ELSE
               DISPLAY "ERROR: retenciones.txt supera las 9999 "
                   "retenciones, se aborta para no declarar de menos"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       DECLARAR-REGIMEN.
           MOVE 0 TO CANT-DDJ.
           MOVE 0 TO SUMA-DDJ.
           MOVE SPACES TO NOMBRE-ARCH-DDJ.
           STRING "ddjj-ret-" TAB-REGIMEN(POS-REGIMEN) "-"
               PERIODO-DDJ ".txt"
               DELIMITED BY SIZE INTO NOMBRE-ARCH-DDJ.
           OPEN OUTPUT DDJ.
           IF FS-DDJ NOT = "00"
               DISPLAY "Error en open declaracion " NOMBRE-ARCH-DDJ
                   " FS: " FS-DDJ
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "H" TO DDJ-CAB-TIPO
               MOVE TAB-REGIMEN(POS-REGIMEN) TO DDJ-CAB-REGIMEN
               MOVE PERIODO-DDJ TO DDJ-CAB-PERIODO
               MOVE FECHA-HOY TO DDJ-CAB-FECHA-GEN
               WRITE REG-DDJ-CAB
               MOVE 1 TO POS-RET
               PERFORM DECLARAR-RETENCION-PASO
                   UNTIL POS-RET > CANT-RET
               MOVE "T" TO DDJ-COLA-TIPO
               MOVE CANT-DDJ TO DDJ-COLA-CANT
               MOVE SUMA-DDJ TO DDJ-COLA-SUMA
               WRITE REG-DDJ-COLA
               CLOSE DDJ
               ADD 1 TO CANT-ARCHIVOS-DDJ
               DISPLAY "Regimen " TAB-REGIMEN(POS-REGIMEN) ": "
                   CANT-DDJ " retenciones por " SUMA-DDJ
                   " en " NOMBRE-ARCH-DDJ.
           ADD 1 TO POS-REGIMEN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       DECLARAR-RETENCION-PASO.
           MOVE BUF-RET-FECHA-FIRME(POS-RET) TO FECHA-FIRME-AUX.
           IF BUF-RET-REGIMEN(POS-RET) = TAB-REGIMEN(POS-REGIMEN)
               IF BUF-RET-ESTADO(POS-RET) = 2
                   AND FFA-PERIODO = PERIODO-DDJ
                   PERFORM GRABAR-DETALLE-DDJ
               ELSE
                   IF BUF-RET-ESTADO(POS-RET) = 1
                       ADD 1 TO CANT-PROVISORIAS.
           ADD 1 TO POS-RET.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-DETALLE-DDJ.
           MOVE "D" TO DDJ-DET-TIPO.
           MOVE BUF-RET-CUIT-PROV(POS-RET) TO DDJ-DET-CUIT-PROV.
           MOVE BUF-RET-COD-PROV(POS-RET) TO DDJ-DET-COD-PROV.
           MOVE BUF-RET-NRO-CERT(POS-RET) TO DDJ-DET-NRO-CERT.
           MOVE BUF-RET-FECHA-FIRME(POS-RET) TO DDJ-DET-FECHA.
           MOVE BUF-RET-BASE(POS-RET) TO DDJ-DET-BASE.
           MOVE BUF-RET-ALICUOTA(POS-RET) TO DDJ-DET-ALICUOTA.
           MOVE BUF-RET-IMPORTE(POS-RET) TO DDJ-DET-IMPORTE.
           WRITE REG-DDJ-DET.
           ADD 1 TO CANT-DDJ.
           ADD BUF-RET-IMPORTE(POS-RET) TO SUMA-DDJ.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Retenciones en archivo     : " CANT-RET.
           DISPLAY "Provisorias no declaradas  : " CANT-PROVISORIAS.
           DISPLAY "Declaraciones grabadas     : " CANT-ARCHIVOS-DDJ.

       END PROGRAM RETENC.
