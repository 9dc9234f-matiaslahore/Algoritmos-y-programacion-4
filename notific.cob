      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Notificaciones a propietarios por email o SMS. Arma
      *          en notificaciones.txt la bandeja de salida que toma
      *          el proveedor de envios, con tres tipos de aviso:
      *          "B" la boleta de expensas de la unidad emitida por
      *          PROEXP para el periodo de periodo.txt
      *          (expensas-uf.txt), "R" el recordatorio de
      *          vencimiento a las unidades con saldo deudor en
      *          saldos-uf.txt (de COBRAR) dentro de los
      *          DIAS-AVISO-VENCIMIENTO dias previos a
      *          PER-VENCIMIENTO, y "P" el recibo de cada pago por
      *          unidad de pagos.txt ya aplicado por COBRAR, con el
      *          saldo que le quedo a la unidad. El destino sale de
      *          contactos-uf.txt (que mantiene MANTUF): el email si
      *          tiene uno valido, si no el telefono para SMS. Cada
      *          aviso enviado queda en notif-enviadas.txt y no se
      *          repite en corridas posteriores. Lista las unidades
      *          sin contacto utilizable (con su domicilio postal,
      *          para el reparto en papel); esas quedan pendientes y
      *          vuelven a salir en la corrida siguiente.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFIC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PER   ASSIGN TO "periodo.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PER.
           SELECT MAE   ASSIGN TO "maestro.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MAE.
           SELECT UF    ASSIGN TO "uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-UF.
           SELECT OPTIONAL CTO
                        ASSIGN TO "contactos-uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CTO.
           SELECT OPTIONAL EXPUF
                        ASSIGN TO "expensas-uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EXPUF.
           SELECT OPTIONAL SAU
                        ASSIGN TO "saldos-uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-SAU.
           SELECT OPTIONAL PAG
                        ASSIGN TO "pagos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PAG.
           SELECT OPTIONAL ENV
                        ASSIGN TO "notif-enviadas.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ENV.
           SELECT OPTIONAL NTF
                        ASSIGN TO "notificaciones.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-NTF.

       DATA DIVISION.
       FILE SECTION.

       FD  PER.
       01  REG-PER.
           03 PER-PERIODO      PIC 9(6).
           03 PER-VENCIMIENTO  PIC 9(8).

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

       FD  UF.
       01  REG-UF.
           03 UF-CUIT-CONS PIC 9(15).
           03 UF-NRO-UNIDAD PIC 9(4).
           03 UF-PROPIETARIO PIC X(30).
           03 UF-PORCENTUAL PIC 9(3)V99.

       FD  CTO.
       01  REG-CTO.
           03 CTO-CUIT-CONS PIC 9(15).
           03 CTO-NRO-UNIDAD PIC 9(4).
           03 CTO-EMAIL PIC X(50).
           03 CTO-TELEFONO PIC X(15).
           03 CTO-DOMICILIO PIC X(40).

       FD  EXPUF.
       01  REG-EXPUF.
           03 EXPUF-CUIT-CONS PIC 9(15).
           03 EXPUF-NRO-UNIDAD PIC 9(4).
           03 EXPUF-PERIODO PIC 9(6).
           03 EXPUF-IMPORTE PIC 9(9)V99.
           03 EXPUF-VENCIMIENTO PIC 9(8).

       FD  SAU.
       01  REG-SAU.
           03 SAU-CUIT-CONS PIC 9(15).
           03 SAU-NRO-UNIDAD PIC 9(4).
           03 SAU-SIGNO PIC X(1).
           03 SAU-IMPORTE PIC 9(9)V99.
           03 SAU-INTERES PIC 9(9)V99.

       FD  PAG.
       01  REG-PAG.
           03 PAG-CUIT-CONS    PIC 9(15).
           03 PAG-FECHA        PIC 9(8).
           03 PAG-IMPORTE      PIC S9(9)V99.
           03 PAG-NRO-UNIDAD   PIC 9(4).

      * Registro de avisos enviados. ENV-REFERENCIA es el periodo
      * para las boletas y recordatorios y la fecha del pago para
      * los recibos.
       FD  ENV.
       01  REG-ENV.
           03 ENV-FECHA-ENVIO PIC 9(8).
           03 ENV-TIPO PIC X(1).
           03 ENV-CUIT-CONS PIC 9(15).
           03 ENV-NRO-UNIDAD PIC 9(4).
           03 ENV-REFERENCIA PIC 9(8).
           03 ENV-IMPORTE PIC 9(9)V99.
           03 ENV-CANAL PIC X(1).
           03 ENV-DESTINO PIC X(50).

      * Bandeja de salida para el proveedor de envios. NTF-CANAL
      * "E" email, "S" SMS. NTF-FECHA es el vencimiento para las
      * boletas y recordatorios y la fecha del pago para los
      * recibos; NTF-SALDO es el saldo de la unidad segun COBRAR
      * (signo "D" deudor, "H" a favor). El proveedor vacia el
      * archivo al tomarlo; cada corrida agrega al final.
       FD  NTF.
       01  REG-NTF.
           03 NTF-TIPO PIC X(1).
           03 NTF-CANAL PIC X(1).
           03 NTF-DESTINO PIC X(50).
           03 NTF-CUIT-CONS PIC 9(15).
           03 NTF-NOMBRE-CONSORCIO PIC X(30).
           03 NTF-NRO-UNIDAD PIC 9(4).
           03 NTF-PROPIETARIO PIC X(30).
           03 NTF-PERIODO PIC 9(6).
           03 NTF-FECHA PIC 9(8).
           03 NTF-IMPORTE PIC 9(9)V99.
           03 NTF-SIGNO-SALDO PIC X(1).
           03 NTF-SALDO PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       77  FS-PER PIC XX.
           88 OK-PER VALUE "00".
           88 NO-PER VALUE "23".
           88 EOF-PER VALUE "10".
       77  FS-MAE PIC XX.
           88 OK-MAE VALUE "00".
           88 NO-MAE VALUE "23".
           88 EOF-MAE VALUE "10".
       77  FS-UF PIC XX.
           88 OK-UF VALUE "00".
           88 NO-UF VALUE "23".
           88 EOF-UF VALUE "10".
       77  FS-CTO PIC XX.
           88 OK-CTO VALUE "00".
           88 NO-CTO VALUE "23".
           88 EOF-CTO VALUE "10".
       77  FS-EXPUF PIC XX.
           88 OK-EXPUF VALUE "00".
           88 NO-EXPUF VALUE "23".
           88 EOF-EXPUF VALUE "10".
       77  FS-SAU PIC XX.
           88 OK-SAU VALUE "00".
           88 NO-SAU VALUE "23".
           88 EOF-SAU VALUE "10".
       77  FS-PAG PIC XX.
           88 OK-PAG VALUE "00".
           88 NO-PAG VALUE "23".
           88 EOF-PAG VALUE "10".
       77  FS-ENV PIC XX.
           88 OK-ENV VALUE "00".
           88 NO-ENV VALUE "23".
           88 EOF-ENV VALUE "10".
       77  FS-NTF PIC XX.
           88 OK-NTF VALUE "00".
           88 NO-NTF VALUE "23".
           88 EOF-NTF VALUE "10".

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-HALLADO PIC X(1) VALUE "N".
           88 HALLADO VALUE "S".
       01  SW-YA-ENVIADO PIC X(1) VALUE "N".
           88 YA-ENVIADO VALUE "S".
       01  SW-EN-AVISO PIC X(1) VALUE "N".
           88 EN-AVISO VALUE "S".

      * Dias previos al vencimiento en que se manda el
      * recordatorio, y antiguedad maxima de un pago para mandarle
      * recibo (base comercial de 360 dias, como COBRAR).
       01  DIAS-AVISO-VENCIMIENTO PIC 9(3) VALUE 5.
       01  DIAS-RECIBOS PIC 9(3) VALUE 60.

       01  PERIODO PIC 9(6) VALUE 0.
       01  VENCIMIENTO PIC 9(8) VALUE 0.
       01  FECHA-AUX PIC 9(8) VALUE 0.
       01  FECHA-AUX-R REDEFINES FECHA-AUX.
           03 FA-ANIO PIC 9(4).
           03 FA-MES PIC 9(2).
           03 FA-DIA PIC 9(2).
       01  DIAS-HOY PIC 9(7) VALUE 0.
       01  DIAS-VENCIMIENTO PIC 9(7) VALUE 0.
       01  DIAS-DESDE-RECIBOS PIC 9(7) VALUE 0.
       01  DIAS-AUX PIC 9(7) VALUE 0.

      * Consorcios de maestro.txt, para el nombre en el aviso.
       01  CANT-MAE PIC 9(4) VALUE 0.
       01  TABLA-MAE.
           03 TAB-MAE OCCURS 2000 TIMES.
              05 TAB-MAE-CUIT PIC 9(15).
              05 TAB-MAE-NOMBRE PIC X(30).
       01  POS-MAE PIC 9(4) VALUE 0.

      * Unidades de uf.txt con su propietario actual.
       01  CANT-UFT PIC 9(4) VALUE 0.
       01  TABLA-UFT.
           03 TAB-UFT OCCURS 9999 TIMES.
              05 TAB-UFT-CUIT PIC 9(15).
              05 TAB-UFT-UNIDAD PIC 9(4).
              05 TAB-UFT-PROPIETARIO PIC X(30).
       01  POS-UFT PIC 9(4) VALUE 0.

       01  CANT-CTO PIC 9(4) VALUE 0.
       01  TABLA-CTO.
           03 TAB-CTO OCCURS 9999 TIMES.
              05 TAB-CTO-CUIT PIC 9(15).
              05 TAB-CTO-UNIDAD PIC 9(4).
              05 TAB-CTO-EMAIL PIC X(50).
              05 TAB-CTO-TELEFONO PIC X(15).
              05 TAB-CTO-DOMICILIO PIC X(40).
       01  POS-CTO PIC 9(4) VALUE 0.

       01  CANT-SAL PIC 9(4) VALUE 0.
       01  TABLA-SAL.
           03 TAB-SAL OCCURS 9999 TIMES.
              05 TAB-SAL-CUIT PIC 9(15).
              05 TAB-SAL-UNIDAD PIC 9(4).
              05 TAB-SAL-SIGNO PIC X(1).
              05 TAB-SAL-IMPORTE PIC 9(9)V99.
       01  POS-SAL PIC 9(4) VALUE 0.
       01  POS-SAB PIC 9(4) VALUE 0.

      * Avisos ya enviados que pueden volver a presentarse: los del
      * periodo en curso y los recibos de pagos recientes.
       01  CANT-ENV PIC 9(4) VALUE 0.
       01  TABLA-ENV.
           03 TAB-ENV OCCURS 9999 TIMES.
              05 TAB-ENV-TIPO PIC X(1).
              05 TAB-ENV-CUIT PIC 9(15).
              05 TAB-ENV-UNIDAD PIC 9(4).
              05 TAB-ENV-REFERENCIA PIC 9(8).
              05 TAB-ENV-IMPORTE PIC 9(9)V99.
       01  POS-ENV PIC 9(4) VALUE 0.

      * Unidades sin contacto utilizable, con los tipos de aviso
      * que les quedaron pendientes.
       01  CANT-SCT PIC 9(4) VALUE 0.
       01  TABLA-SCT.
           03 TAB-SCT OCCURS 2000 TIMES.
              05 TAB-SCT-CUIT PIC 9(15).
              05 TAB-SCT-UNIDAD PIC 9(4).
              05 TAB-SCT-PROPIETARIO PIC X(30).
              05 TAB-SCT-DOMICILIO PIC X(40).
              05 TAB-SCT-BOLETA PIC X(1).
              05 TAB-SCT-RECORDATORIO PIC X(1).
              05 TAB-SCT-RECIBO PIC X(1).
       01  POS-SCT PIC 9(4) VALUE 0.

      * Aviso en preparacion.
       01  AVI-TIPO PIC X(1) VALUE SPACES.
       01  AVI-CUIT PIC 9(15) VALUE 0.
       01  AVI-UNIDAD PIC 9(4) VALUE 0.
       01  AVI-REFERENCIA PIC 9(8) VALUE 0.
       01  AVI-FECHA PIC 9(8) VALUE 0.
       01  AVI-IMPORTE PIC 9(9)V99 VALUE 0.
       01  AVI-CANAL PIC X(1) VALUE SPACES.
       01  AVI-DESTINO PIC X(50) VALUE SPACES.
       01  CANT-ARROBAS PIC 9(2) VALUE 0.

       01  CANT-BOLETAS PIC 9(5) VALUE 0.
       01  CANT-RECORDATORIOS PIC 9(5) VALUE 0.
       01  CANT-RECIBOS PIC 9(5) VALUE 0.
       01  CANT-POR-EMAIL PIC 9(5) VALUE 0.
       01  CANT-POR-SMS PIC 9(5) VALUE 0.
       01  CANT-YA-ENVIADOS PIC 9(5) VALUE 0.
       01  CANT-SIN-CONTACTO PIC 9(5) VALUE 0.

       01  BTC-PROGRAMA PIC X(8) VALUE "NOTIFIC".
       01  BTC-SEVERIDAD PIC X(1) VALUE "A".
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       01  FECHA PIC X(10).
       01  FECHA-HOY.
           03 FH-ANIO   PIC 9(4).
           03 FH-MES    PIC 9(2).
           03 FH-DIA    PIC 9(2).
       01  FECHA-HOY-N REDEFINES FECHA-HOY PIC 9(8).

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
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(47)
              VALUE "UNIDADES SIN CONTACTO PARA NOTIFICAR - PERIODO".
           03 TIT-PERIODO PIC 9(6).
           03 FILLER PIC X(33) VALUE SPACES.

       01  SCT-ROTULO.
           03 FILLER PIC X(17) VALUE "CUIT CONSORCIO".
           03 FILLER PIC X(6) VALUE "UNID.".
           03 FILLER PIC X(31) VALUE "PROPIETARIO".
           03 FILLER PIC X(8) VALUE "AVISOS".
           03 FILLER PIC X(40) VALUE "DOMICILIO POSTAL".
           03 FILLER PIC X(4) VALUE SPACES.

       01  SCT-DETALLE.
           03 SCTDET-CUIT PIC 9(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SCTDET-UNIDAD PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SCTDET-PROPIETARIO PIC X(30).
           03 FILLER PIC X(1) VALUE SPACES.
           03 SCTDET-BOLETA PIC X(1).
           03 SCTDET-RECORDATORIO PIC X(1).
           03 SCTDET-RECIBO PIC X(1).
           03 FILLER PIC X(5) VALUE SPACES.
           03 SCTDET-DOMICILIO PIC X(40).
           03 FILLER PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF ERROR-APERTURA
               DISPLAY "NOTIFIC: abortando, error de apertura de "
                   "archivos"
               MOVE "E" TO BTC-SEVERIDAD
               MOVE "abortado: error de apertura de archivos"
                   TO BTC-DETALLE
               PERFORM GRABAR-BITACORA
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM AVISAR-BOLETAS
               PERFORM AVISAR-VENCIMIENTO
               PERFORM AVISAR-PAGOS
               CLOSE ENV
               CLOSE NTF
               PERFORM IMPRIMIR-SIN-CONTACTO
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
           COMPUTE DIAS-DESDE-RECIBOS = DIAS-HOY - DIAS-RECIBOS.
           PERFORM CARGAR-PERIODO.
           PERFORM CARGAR-MAESTRO.
           PERFORM CARGAR-UF.
           PERFORM CARGAR-CONTACTOS.
           PERFORM CARGAR-SALDOS.
           PERFORM CARGAR-ENVIADOS.
           IF NOT ERROR-APERTURA
               OPEN EXTEND ENV
               IF FS-ENV NOT = "00" AND "05"
                   DISPLAY "Error en open avisos enviados FS: " FS-ENV
                   MOVE "S" TO SW-ERROR-APERTURA
               END-IF
               OPEN EXTEND NTF
               IF FS-NTF NOT = "00" AND "05"
                   DISPLAY "Error en open notificaciones FS: " FS-NTF
                   MOVE "S" TO SW-ERROR-APERTURA
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PERIODO.
           OPEN INPUT PER.
           IF FS-PER NOT = "00"
               DISPLAY "Error en open periodo FS: " FS-PER
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               READ PER
                   AT END MOVE "10" TO FS-PER
               END-READ
               IF FS-PER NOT = "00"
                   DISPLAY "ERROR: periodo.txt vacio o ilegible"
                   MOVE "S" TO SW-ERROR-APERTURA
               ELSE
                   MOVE PER-PERIODO TO PERIODO
                   MOVE PER-VENCIMIENTO TO VENCIMIENTO
                   MOVE VENCIMIENTO TO FECHA-AUX
                   COMPUTE DIAS-VENCIMIENTO =
                       FA-ANIO * 360 + FA-MES * 30 + FA-DIA
                   DISPLAY "Notificaciones del periodo " PERIODO
                       ", vencimiento " VENCIMIENTO
               END-IF
               CLOSE PER
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
           ELSE
               DISPLAY "ADVERTENCIA: TABLA-MAE llena, el CUIT "
                   MAE-CUIT-CONS " sale sin nombre en los avisos".
           PERFORM LEER-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-UF.
           OPEN INPUT UF.
           IF FS-UF NOT = "00"
               DISPLAY "Error en open uf FS: " FS-UF
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               PERFORM LEER-UF
               PERFORM LLENAR-TABLA-UFT UNTIL EOF-UF
               CLOSE UF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-UF.
           READ UF
               AT END MOVE "10" TO FS-UF.
           IF FS-UF NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER UF FS: ' FS-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-UFT.
           IF CANT-UFT < 9999
               ADD 1 TO CANT-UFT
               MOVE UF-CUIT-CONS TO TAB-UFT-CUIT(CANT-UFT)
               MOVE UF-NRO-UNIDAD TO TAB-UFT-UNIDAD(CANT-UFT)
               MOVE UF-PROPIETARIO TO TAB-UFT-PROPIETARIO(CANT-UFT)
           ELSE
               DISPLAY "ADVERTENCIA: TABLA-UFT llena, la unidad "
                   UF-NRO-UNIDAD " del CUIT " UF-CUIT-CONS
                   " sale sin propietario en los avisos".
           PERFORM LEER-UF.
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
                   DISPLAY "ADVERTENCIA: contactos-uf.txt inexistente, "
                       "ninguna unidad tiene contacto"
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
               MOVE CTO-EMAIL TO TAB-CTO-EMAIL(CANT-CTO)
               MOVE CTO-TELEFONO TO TAB-CTO-TELEFONO(CANT-CTO)
               MOVE CTO-DOMICILIO TO TAB-CTO-DOMICILIO(CANT-CTO)
           ELSE
               DISPLAY "ADVERTENCIA: TABLA-CTO llena, la unidad "
                   CTO-NRO-UNIDAD " del CUIT " CTO-CUIT-CONS
                   " queda sin contacto".
           PERFORM LEER-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-SALDOS.
           OPEN INPUT SAU.
           IF FS-SAU EQUAL "00"
               PERFORM LEER-SAU
               PERFORM LLENAR-TABLA-SAL UNTIL EOF-SAU
               CLOSE SAU
           ELSE
               IF FS-SAU = "05"
                   CLOSE SAU
                   DISPLAY "ADVERTENCIA: saldos-uf.txt inexistente, "
                       "no hay recordatorios de vencimiento"
               ELSE
                   DISPLAY "Error en open saldos por unidad FS: "
                       FS-SAU
                   MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-SAU.
           READ SAU
               AT END MOVE "10" TO FS-SAU.
           IF FS-SAU NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER SALDOS POR UNIDAD FS: ' FS-SAU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-SAL.
           IF CANT-SAL < 9999
               ADD 1 TO CANT-SAL
               MOVE SAU-CUIT-CONS TO TAB-SAL-CUIT(CANT-SAL)
               MOVE SAU-NRO-UNIDAD TO TAB-SAL-UNIDAD(CANT-SAL)
               MOVE SAU-SIGNO TO TAB-SAL-SIGNO(CANT-SAL)
               MOVE SAU-IMPORTE TO TAB-SAL-IMPORTE(CANT-SAL)
           ELSE
               DISPLAY "ADVERTENCIA: TABLA-SAL llena, la unidad "
                   SAU-NRO-UNIDAD " del CUIT " SAU-CUIT-CONS
                   " queda sin saldo".
           PERFORM LEER-SAU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Del registro de enviados solo interesan los avisos que
      * pueden volver a presentarse: boletas y recordatorios del
      * periodo en curso y recibos de pagos dentro de los
      * DIAS-RECIBOS dias.
      *>-----------------------------------------------------------*
       CARGAR-ENVIADOS.
           OPEN INPUT ENV.
           IF FS-ENV EQUAL "00"
               PERFORM LEER-ENV
               PERFORM LLENAR-TABLA-ENV UNTIL EOF-ENV
               CLOSE ENV
           ELSE
               IF FS-ENV = "05"
                   CLOSE ENV
               ELSE
                   DISPLAY "Error en open avisos enviados FS: " FS-ENV
                   MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-ENV.
           READ ENV
               AT END MOVE "10" TO FS-ENV.
           IF FS-ENV NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER AVISOS ENVIADOS FS: ' FS-ENV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-ENV.
           MOVE "N" TO SW-HALLADO.
           IF ENV-TIPO = "P"
               MOVE ENV-REFERENCIA TO FECHA-AUX
               COMPUTE DIAS-AUX = FA-ANIO * 360 + FA-MES * 30 + FA-DIA
               IF DIAS-AUX >= DIAS-DESDE-RECIBOS
                   MOVE "S" TO SW-HALLADO
               END-IF
           ELSE
               IF ENV-REFERENCIA = PERIODO
                   MOVE "S" TO SW-HALLADO
               END-IF
           END-IF.
           IF HALLADO
               IF CANT-ENV < 9999
                   ADD 1 TO CANT-ENV
                   MOVE ENV-TIPO TO TAB-ENV-TIPO(CANT-ENV)
                   MOVE ENV-CUIT-CONS TO TAB-ENV-CUIT(CANT-ENV)
                   MOVE ENV-NRO-UNIDAD TO TAB-ENV-UNIDAD(CANT-ENV)
                   MOVE ENV-REFERENCIA TO TAB-ENV-REFERENCIA(CANT-ENV)
                   MOVE ENV-IMPORTE TO TAB-ENV-IMPORTE(CANT-ENV)
               ELSE
                   DISPLAY "ADVERTENCIA: TABLA-ENV llena, el aviso "
                       ENV-TIPO " de la unidad " ENV-NRO-UNIDAD
                       " del CUIT " ENV-CUIT-CONS " puede repetirse".
           PERFORM LEER-ENV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Boletas: cada emision por unidad del periodo en curso.
      *>-----------------------------------------------------------*
       AVISAR-BOLETAS.
           OPEN INPUT EXPUF.
           IF FS-EXPUF EQUAL "00"
               PERFORM LEER-EXPUF
               PERFORM AVISAR-BOLETA UNTIL EOF-EXPUF
               CLOSE EXPUF
           ELSE
               IF FS-EXPUF = "05"
                   CLOSE EXPUF
               END-IF
               DISPLAY "ADVERTENCIA: expensas-uf.txt inexistente o "
                   "ilegible (FS: " FS-EXPUF "), no hay boletas".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-EXPUF.
           READ EXPUF
               AT END MOVE "10" TO FS-EXPUF.
           IF FS-EXPUF NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER EXPENSAS POR UNIDAD FS: '
                   FS-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AVISAR-BOLETA.
           IF EXPUF-PERIODO = PERIODO
               MOVE "B" TO AVI-TIPO
               MOVE EXPUF-CUIT-CONS TO AVI-CUIT
               MOVE EXPUF-NRO-UNIDAD TO AVI-UNIDAD
               MOVE PERIODO TO AVI-REFERENCIA
               MOVE EXPUF-VENCIMIENTO TO AVI-FECHA
               MOVE EXPUF-IMPORTE TO AVI-IMPORTE
               PERFORM NOTIFICAR.
           PERFORM LEER-EXPUF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Recordatorios: solo dentro de los DIAS-AVISO-VENCIMIENTO
      * dias previos al vencimiento del periodo, a las unidades que
      * COBRAR dejo con saldo deudor.
      *>-----------------------------------------------------------*
       AVISAR-VENCIMIENTO.
           MOVE "N" TO SW-EN-AVISO.
           IF DIAS-HOY <= DIAS-VENCIMIENTO
               AND DIAS-HOY + DIAS-AVISO-VENCIMIENTO
                   >= DIAS-VENCIMIENTO
               MOVE "S" TO SW-EN-AVISO.
           IF EN-AVISO
               MOVE 1 TO POS-SAL
               PERFORM AVISAR-VENCIMIENTO-PASO UNTIL POS-SAL > CANT-SAL
           ELSE
               DISPLAY "Fuera del plazo de recordatorios del "
                   "vencimiento " VENCIMIENTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AVISAR-VENCIMIENTO-PASO.
           IF TAB-SAL-SIGNO(POS-SAL) = "D"
               MOVE "R" TO AVI-TIPO
               MOVE TAB-SAL-CUIT(POS-SAL) TO AVI-CUIT
               MOVE TAB-SAL-UNIDAD(POS-SAL) TO AVI-UNIDAD
               MOVE PERIODO TO AVI-REFERENCIA
               MOVE VENCIMIENTO TO AVI-FECHA
               MOVE TAB-SAL-IMPORTE(POS-SAL) TO AVI-IMPORTE
               PERFORM NOTIFICAR.
           ADD 1 TO POS-SAL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Recibos: pagos imputados a una unidad y ya aplicados por
      * COBRAR. Las anulaciones (importe negativo) y los pagos sin
      * unidad no llevan recibo.
      *>-----------------------------------------------------------*
       AVISAR-PAGOS.
           OPEN INPUT PAG.
           IF FS-PAG EQUAL "00"
               PERFORM LEER-PAG
               PERFORM AVISAR-PAGO UNTIL EOF-PAG
               CLOSE PAG
           ELSE
               IF FS-PAG = "05"
                   CLOSE PAG
               END-IF
               DISPLAY "ADVERTENCIA: pagos.txt inexistente o "
                   "ilegible (FS: " FS-PAG "), no hay recibos".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PAG.
           READ PAG
               AT END MOVE "10" TO FS-PAG.
           IF FS-PAG NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PAGOS FS: ' FS-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AVISAR-PAGO.
           MOVE PAG-FECHA TO FECHA-AUX.
           COMPUTE DIAS-AUX = FA-ANIO * 360 + FA-MES * 30 + FA-DIA.
           IF PAG-NRO-UNIDAD NOT = 0 AND PAG-IMPORTE > 0
               AND DIAS-AUX >= DIAS-DESDE-RECIBOS
               AND PAG-FECHA <= FECHA-HOY-N
               MOVE "P" TO AVI-TIPO
               MOVE PAG-CUIT-CONS TO AVI-CUIT
               MOVE PAG-NRO-UNIDAD TO AVI-UNIDAD
               MOVE PAG-FECHA TO AVI-REFERENCIA
               MOVE PAG-FECHA TO AVI-FECHA
               MOVE PAG-IMPORTE TO AVI-IMPORTE
               PERFORM NOTIFICAR.
           PERFORM LEER-PAG.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Aviso armado en AVI-: si no salio antes se busca el destino
      * y se graba en la bandeja de salida y en el registro de
      * enviados; sin contacto utilizable la unidad va al listado.
      *>-----------------------------------------------------------*
       NOTIFICAR.
           PERFORM BUSCAR-ENVIADO.
           IF YA-ENVIADO
               ADD 1 TO CANT-YA-ENVIADOS
           ELSE
               PERFORM BUSCAR-UFT
               PERFORM ELEGIR-DESTINO
               IF AVI-CANAL = SPACES
                   PERFORM ANOTAR-SIN-CONTACTO
               ELSE
                   PERFORM GRABAR-AVISO
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-ENVIADO.
           MOVE "N" TO SW-YA-ENVIADO.
           MOVE 1 TO POS-ENV.
           PERFORM BUSCAR-ENVIADO-PASO
               UNTIL POS-ENV > CANT-ENV OR YA-ENVIADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-ENVIADO-PASO.
           IF TAB-ENV-TIPO(POS-ENV) = AVI-TIPO
               AND TAB-ENV-CUIT(POS-ENV) = AVI-CUIT
               AND TAB-ENV-UNIDAD(POS-ENV) = AVI-UNIDAD
               AND TAB-ENV-REFERENCIA(POS-ENV) = AVI-REFERENCIA
               AND (AVI-TIPO NOT = "P"
                   OR TAB-ENV-IMPORTE(POS-ENV) = AVI-IMPORTE)
               MOVE "S" TO SW-YA-ENVIADO
           ELSE
               ADD 1 TO POS-ENV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-UFT.
           MOVE "N" TO SW-HALLADO.
           MOVE 1 TO POS-UFT.
           PERFORM BUSCAR-UFT-PASO UNTIL POS-UFT > CANT-UFT OR HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-UFT-PASO.
           IF TAB-UFT-CUIT(POS-UFT) = AVI-CUIT
               AND TAB-UFT-UNIDAD(POS-UFT) = AVI-UNIDAD
               MOVE "S" TO SW-HALLADO
           ELSE
               ADD 1 TO POS-UFT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * El email es utilizable si trae una sola arroba y no empieza
      * con ella; si no hay email utilizable va por SMS al telefono.
      *>-----------------------------------------------------------*
       ELEGIR-DESTINO.
           MOVE SPACES TO AVI-CANAL.
           MOVE SPACES TO AVI-DESTINO.
           MOVE "N" TO SW-HALLADO.
           MOVE 1 TO POS-CTO.
           PERFORM BUSCAR-CTO-PASO UNTIL POS-CTO > CANT-CTO OR HALLADO.
           IF HALLADO
               MOVE 0 TO CANT-ARROBAS
               INSPECT TAB-CTO-EMAIL(POS-CTO)
                   TALLYING CANT-ARROBAS FOR ALL "@"
               IF CANT-ARROBAS = 1
                   AND TAB-CTO-EMAIL(POS-CTO)(1:1) NOT = "@"
                   MOVE "E" TO AVI-CANAL
                   MOVE TAB-CTO-EMAIL(POS-CTO) TO AVI-DESTINO
               ELSE
                   IF TAB-CTO-TELEFONO(POS-CTO) NOT = SPACES
                       MOVE "S" TO AVI-CANAL
                       MOVE TAB-CTO-TELEFONO(POS-CTO) TO AVI-DESTINO
                   END-IF
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CTO-PASO.
           IF TAB-CTO-CUIT(POS-CTO) = AVI-CUIT
               AND TAB-CTO-UNIDAD(POS-CTO) = AVI-UNIDAD
               MOVE "S" TO SW-HALLADO
           ELSE
               ADD 1 TO POS-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-AVISO.
           MOVE AVI-TIPO TO NTF-TIPO.
           MOVE AVI-CANAL TO NTF-CANAL.
           MOVE AVI-DESTINO TO NTF-DESTINO.
           MOVE AVI-CUIT TO NTF-CUIT-CONS.
           PERFORM BUSCAR-MAE.
           MOVE AVI-UNIDAD TO NTF-NRO-UNIDAD.
           MOVE SPACES TO NTF-PROPIETARIO.
           IF POS-UFT <= CANT-UFT
               MOVE TAB-UFT-PROPIETARIO(POS-UFT) TO NTF-PROPIETARIO.
           MOVE PERIODO TO NTF-PERIODO.
           MOVE AVI-FECHA TO NTF-FECHA.
           MOVE AVI-IMPORTE TO NTF-IMPORTE.
           PERFORM BUSCAR-SALDO.
           WRITE REG-NTF.
           MOVE FECHA-HOY-N TO ENV-FECHA-ENVIO.
           MOVE AVI-TIPO TO ENV-TIPO.
           MOVE AVI-CUIT TO ENV-CUIT-CONS.
           MOVE AVI-UNIDAD TO ENV-NRO-UNIDAD.
           MOVE AVI-REFERENCIA TO ENV-REFERENCIA.
           MOVE AVI-IMPORTE TO ENV-IMPORTE.
           MOVE AVI-CANAL TO ENV-CANAL.
           MOVE AVI-DESTINO TO ENV-DESTINO.
           WRITE REG-ENV.
           IF CANT-ENV < 9999
               ADD 1 TO CANT-ENV
               MOVE AVI-TIPO TO TAB-ENV-TIPO(CANT-ENV)
               MOVE AVI-CUIT TO TAB-ENV-CUIT(CANT-ENV)
               MOVE AVI-UNIDAD TO TAB-ENV-UNIDAD(CANT-ENV)
               MOVE AVI-REFERENCIA TO TAB-ENV-REFERENCIA(CANT-ENV)
               MOVE AVI-IMPORTE TO TAB-ENV-IMPORTE(CANT-ENV).
           IF AVI-CANAL = "E"
               ADD 1 TO CANT-POR-EMAIL
           ELSE
               ADD 1 TO CANT-POR-SMS.
           IF AVI-TIPO = "B"
               ADD 1 TO CANT-BOLETAS.
           IF AVI-TIPO = "R"
               ADD 1 TO CANT-RECORDATORIOS.
           IF AVI-TIPO = "P"
               ADD 1 TO CANT-RECIBOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-MAE.
           MOVE SPACES TO NTF-NOMBRE-CONSORCIO.
           MOVE 1 TO POS-MAE.
           PERFORM BUSCAR-MAE-PASO UNTIL POS-MAE > CANT-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-MAE-PASO.
           IF TAB-MAE-CUIT(POS-MAE) = AVI-CUIT
               MOVE TAB-MAE-NOMBRE(POS-MAE) TO NTF-NOMBRE-CONSORCIO
               MOVE CANT-MAE TO POS-MAE.
           ADD 1 TO POS-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-SALDO.
           MOVE SPACES TO NTF-SIGNO-SALDO.
           MOVE 0 TO NTF-SALDO.
           MOVE 1 TO POS-SAB.
           PERFORM BUSCAR-SALDO-PASO UNTIL POS-SAB > CANT-SAL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-SALDO-PASO.
           IF TAB-SAL-CUIT(POS-SAB) = AVI-CUIT
               AND TAB-SAL-UNIDAD(POS-SAB) = AVI-UNIDAD
               MOVE TAB-SAL-SIGNO(POS-SAB) TO NTF-SIGNO-SALDO
               MOVE TAB-SAL-IMPORTE(POS-SAB) TO NTF-SALDO
               MOVE CANT-SAL TO POS-SAB.
           ADD 1 TO POS-SAB.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Una linea por unidad sin contacto, con la marca de cada
      * tipo de aviso que quedo sin enviar.
      *>-----------------------------------------------------------*
       ANOTAR-SIN-CONTACTO.
           ADD 1 TO CANT-SIN-CONTACTO.
           MOVE "N" TO SW-HALLADO.
           MOVE 1 TO POS-SCT.
           PERFORM BUSCAR-SCT-PASO UNTIL POS-SCT > CANT-SCT OR HALLADO.
           IF NOT HALLADO
               IF CANT-SCT < 2000
                   ADD 1 TO CANT-SCT
                   MOVE CANT-SCT TO POS-SCT
                   PERFORM ARMAR-SCT
                   MOVE "S" TO SW-HALLADO
               ELSE
                   DISPLAY "ADVERTENCIA: TABLA-SCT llena, la unidad "
                       AVI-UNIDAD " del CUIT " AVI-CUIT
                       " no sale en el listado sin contacto"
               END-IF
           END-IF.
           IF HALLADO
               IF AVI-TIPO = "B"
                   MOVE "B" TO TAB-SCT-BOLETA(POS-SCT)
               END-IF
               IF AVI-TIPO = "R"
                   MOVE "R" TO TAB-SCT-RECORDATORIO(POS-SCT)
               END-IF
               IF AVI-TIPO = "P"
                   MOVE "P" TO TAB-SCT-RECIBO(POS-SCT)
               END-IF
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-SCT-PASO.
           IF TAB-SCT-CUIT(POS-SCT) = AVI-CUIT
               AND TAB-SCT-UNIDAD(POS-SCT) = AVI-UNIDAD
               MOVE "S" TO SW-HALLADO
           ELSE
               ADD 1 TO POS-SCT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARMAR-SCT.
           MOVE AVI-CUIT TO TAB-SCT-CUIT(POS-SCT).
           MOVE AVI-UNIDAD TO TAB-SCT-UNIDAD(POS-SCT).
           MOVE "(SIN TITULAR EN UF.TXT)"
               TO TAB-SCT-PROPIETARIO(POS-SCT).
           IF POS-UFT <= CANT-UFT
               MOVE TAB-UFT-PROPIETARIO(POS-UFT)
                   TO TAB-SCT-PROPIETARIO(POS-SCT).
           MOVE "SIN DOMICILIO" TO TAB-SCT-DOMICILIO(POS-SCT).
           IF POS-CTO <= CANT-CTO
               IF TAB-CTO-DOMICILIO(POS-CTO) NOT = SPACES
                   MOVE TAB-CTO-DOMICILIO(POS-CTO)
                       TO TAB-SCT-DOMICILIO(POS-SCT).
           MOVE SPACES TO TAB-SCT-BOLETA(POS-SCT).
           MOVE SPACES TO TAB-SCT-RECORDATORIO(POS-SCT).
           MOVE SPACES TO TAB-SCT-RECIBO(POS-SCT).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-BITACORA.
           CALL "BITACORA" USING BTC-PROGRAMA, BTC-SEVERIDAD,
               BTC-DETALLE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPRIMIR-SIN-CONTACTO.
           MOVE FECHA TO LIN1-FECHA.
           MOVE PERIODO TO TIT-PERIODO.
           MOVE 1 TO HOJA.
           MOVE 0 TO RENGLONES-HOJA.
           PERFORM IMPR-ENCABEZADO.
           IF CANT-SCT = 0
               DISPLAY "  (todas las unidades avisadas tienen contacto)"
           ELSE
               MOVE 1 TO POS-SCT
               PERFORM IMPR-DETALLE UNTIL POS-SCT > CANT-SCT
               MOVE SPACES TO BTC-DETALLE
               STRING "unidades sin contacto para notificar: "
                   CANT-SCT DELIMITED BY SIZE INTO BTC-DETALLE
               PERFORM GRABAR-BITACORA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-ENCABEZADO.
           MOVE LINEA1 TO LINEA.
           DISPLAY LINEA.
           MOVE TITULO TO LINEA.
           DISPLAY LINEA.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           MOVE SCT-ROTULO TO LINEA.
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
       IMPR-DETALLE.
           PERFORM CONTROL-HOJA.
           MOVE TAB-SCT-CUIT(POS-SCT) TO SCTDET-CUIT.
           MOVE TAB-SCT-UNIDAD(POS-SCT) TO SCTDET-UNIDAD.
           MOVE TAB-SCT-PROPIETARIO(POS-SCT) TO SCTDET-PROPIETARIO.
           MOVE TAB-SCT-BOLETA(POS-SCT) TO SCTDET-BOLETA.
           MOVE TAB-SCT-RECORDATORIO(POS-SCT) TO SCTDET-RECORDATORIO.
           MOVE TAB-SCT-RECIBO(POS-SCT) TO SCTDET-RECIBO.
           MOVE TAB-SCT-DOMICILIO(POS-SCT) TO SCTDET-DOMICILIO.
           MOVE SCT-DETALLE TO LINEA.
           DISPLAY LINEA.
           ADD 1 TO RENGLONES-HOJA.
           ADD 1 TO POS-SCT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Boletas enviadas          : " CANT-BOLETAS.
           DISPLAY "Recordatorios enviados    : " CANT-RECORDATORIOS.
           DISPLAY "Recibos enviados          : " CANT-RECIBOS.
           DISPLAY "  por email               : " CANT-POR-EMAIL.
           DISPLAY "  por SMS                 : " CANT-POR-SMS.
           DISPLAY "Avisos ya enviados antes  : " CANT-YA-ENVIADOS.
           DISPLAY "Avisos sin contacto       : " CANT-SIN-CONTACTO.
           DISPLAY "Unidades sin contacto     : " CANT-SCT.

       END PROGRAM NOTIFIC.
