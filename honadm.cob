      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Liquidacion mensual de los honorarios de la
      *          administracion de cada consorcio para el periodo de
      *          periodo.txt. Cada administracion de admin.txt tiene
      *          su esquema en honorarios-admin.txt: un importe fijo
      *          por consorcio (tipo F), un importe por unidad
      *          funcional de uf.txt (tipo U) o un porcentaje sobre
      *          la expensa liquidada (tipo P, sobre los gastos del
      *          consorcio en gastos.txt), con un minimo. Por cada
      *          consorcio activo de maestro.txt calcula el honorario
      *          segun la administracion de MAE-COD-ADMIN y lo pasa a
      *          gastos.txt en el concepto fijo de honorarios
      *          (reemplazando el de una corrida anterior y dejandolo
      *          ordenado por CUIT y concepto como lo arma GENGAS),
      *          para que lo tome LIQEXP. Emite el listado de
      *          facturacion de honorarios consolidado por
      *          administracion, al estilo de INFADMIN. Los consorcios
      *          cuya administracion no tiene esquema se informan y
      *          no se les liquida honorario. Si alguna tabla de
      *          trabajo (administraciones, unidades, gastos u
      *          honorarios) se llena, o no se puede abrir el archivo
      *          de trabajo, aborta con codigo 16 sin tocar gastos.txt.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HONADM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PER   ASSIGN TO "periodo.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PER.
           SELECT ADM   ASSIGN TO "admin.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ADM.
           SELECT HON   ASSIGN TO "honorarios-admin.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-HON.
           SELECT MAE   ASSIGN TO "maestro.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-MAE.
           SELECT UF    ASSIGN TO "uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-UF.
           SELECT OPTIONAL GAS
                        ASSIGN TO "gastos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-GAS.
           SELECT GAS-HA ASSIGN TO "gastos-ha.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-GAS-HA.
           SELECT WRK-GAS ASSIGN TO "wrk-gas.txt"
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS FS-WRK-GAS.

       DATA DIVISION.
       FILE SECTION.

       FD  PER.
       01  REG-PER.
           03 PER-PERIODO      PIC 9(6).
           03 PER-VENCIMIENTO  PIC 9(8).

       FD  ADM.
       01  REG-ADM.
           03 ADM-CODIGO PIC 9(4).
           03 ADM-RAZON-SOCIAL PIC X(30).
           03 ADM-CUIT PIC 9(15).
           03 ADM-TEL PIC X(15).

      * Esquema de honorarios por administracion. HON-TIPO "F"
      * importe fijo por consorcio, "U" importe por unidad
      * funcional, "P" porcentaje sobre la expensa. HON-MINIMO es
      * el honorario minimo por consorcio en cualquiera de los tres.
       FD  HON.
       01  REG-HON.
           03 HON-COD-ADMIN PIC 9(4).
           03 HON-TIPO PIC X(1).
           03 HON-IMPORTE PIC 9(7)V99.
           03 HON-PORCENTAJE PIC 9(2)V99.
           03 HON-MINIMO PIC 9(7)V99.

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

       FD  GAS.
       01  REG-GAS.
           03 GAS-CUIT-CONS    PIC 9(15).
           03 GAS-CONCEPTO     PIC 9(4).
           03 GAS-DESCRIP      PIC X(20).
           03 GAS-IMPORTE      PIC 9(9)V99.

       FD  GAS-HA.
       01  REG-GAS-HA.
           03 GHA-CUIT-CONS PIC 9(15).
           03 GHA-CONCEPTO PIC 9(4).
           03 GHA-DESCRIP PIC X(20).
           03 GHA-IMPORTE PIC 9(9)V99.

       SD  WRK-GAS.
       01  REG-WRK-GAS.
           03 WRK-GAS-CUIT-CONS PIC 9(15).
           03 WRK-GAS-CONCEPTO PIC 9(4).
           03 WRK-GAS-DESCRIP PIC X(20).
           03 WRK-GAS-IMPORTE PIC 9(9)V99.

       WORKING-STORAGE SECTION.

       01  LINEA PIC X(106).

       77  FS-PER PIC XX.
           88 OK-PER VALUE "00".
           88 NO-PER VALUE "23".
           88 EOF-PER VALUE "10".
       77  FS-ADM PIC XX.
           88 OK-ADM VALUE "00".
           88 NO-ADM VALUE "23".
           88 EOF-ADM VALUE "10".
       77  FS-HON PIC XX.
           88 OK-HON VALUE "00".
           88 NO-HON VALUE "23".
           88 EOF-HON VALUE "10".
       77  FS-MAE PIC XX.
           88 OK-MAE VALUE "00".
           88 NO-MAE VALUE "23".
           88 EOF-MAE VALUE "10".
       77  FS-UF PIC XX.
           88 OK-UF VALUE "00".
           88 NO-UF VALUE "23".
           88 EOF-UF VALUE "10".
       77  FS-GAS PIC XX.
           88 OK-GAS VALUE "00".
           88 NO-GAS VALUE "23".
           88 EOF-GAS VALUE "10".
       77  FS-GAS-HA PIC XX.
       77  FS-WRK-GAS PIC XX.

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-ADMIN-HALLADA PIC X(1) VALUE "N".
           88 ADMIN-HALLADA VALUE "S".
       01  SW-CUIT-HALLADO PIC X(1) VALUE "N".
           88 CUIT-HALLADO VALUE "S".
       01  SW-EXCESO-TABLA PIC X(1) VALUE "N".
           88 EXCESO-TABLA VALUE "S".

      * Concepto fijo de gastos.txt reservado para los honorarios
      * de la administracion, a continuacion de los de sueldos.
       01  CONCEPTO-HONORARIOS PIC 9(4) VALUE 0903.
       01  DESCRIP-HONORARIOS PIC X(20) VALUE "HONORARIOS ADMINISTR".

       01  PERIODO PIC 9(6) VALUE 0.

      * La entrada 1 de la tabla es el acumulador SIN ADMINISTR.
      * TAB-ADM-TIPO queda en espacios si la administracion no
      * tiene esquema en honorarios-admin.txt.
       01  CANT-ADMIN PIC 9(3) VALUE 0.
       01  TABLA-ADMIN.
           03 TAB-ADMIN OCCURS 200 TIMES.
              05 TAB-ADM-CODIGO PIC 9(4).
              05 TAB-ADM-RAZON PIC X(30).
              05 TAB-ADM-CUIT PIC 9(15).
              05 TAB-ADM-TIPO PIC X(1).
              05 TAB-ADM-IMPORTE PIC 9(7)V99.
              05 TAB-ADM-PORCENTAJE PIC 9(2)V99.
              05 TAB-ADM-MINIMO PIC 9(7)V99.
              05 TAB-ADM-CONSORCIOS PIC 9(4).
              05 TAB-ADM-TOTAL PIC 9(11)V99.
       01  POS-ADMIN PIC 9(3) VALUE 0.
       01  COD-ADMIN-BUSCADO PIC 9(4) VALUE 0.

      * Unidades funcionales por consorcio, de uf.txt.
       01  CANT-UFC PIC 9(4) VALUE 0.
       01  TABLA-UFC.
           03 TAB-UFC OCCURS 2000 TIMES.
              05 TAB-UFC-CUIT PIC 9(15).
              05 TAB-UFC-CANT PIC 9(4).
       01  POS-UFC PIC 9(4) VALUE 0.

      * Gastos del periodo por consorcio, sin los honorarios, base
      * del esquema por porcentaje.
       01  CANT-BAS PIC 9(4) VALUE 0.
       01  TABLA-BAS.
           03 TAB-BAS OCCURS 2000 TIMES.
              05 TAB-BAS-CUIT PIC 9(15).
              05 TAB-BAS-IMPORTE PIC 9(11)V99.
       01  POS-BAS PIC 9(4) VALUE 0.

       01  CUIT-BUSCADO PIC 9(15) VALUE 0.

      * Honorarios liquidados, para el listado por administracion.
       01  CANT-LIQ PIC 9(4) VALUE 0.
       01  TABLA-LIQ.
           03 TAB-LIQ OCCURS 2000 TIMES.
              05 TAB-LIQ-ADMIN PIC 9(3).
              05 TAB-LIQ-CUIT PIC 9(15).
              05 TAB-LIQ-NOMBRE PIC X(30).
              05 TAB-LIQ-TIPO PIC X(1).
              05 TAB-LIQ-BASE PIC 9(11)V99.
              05 TAB-LIQ-IMPORTE PIC 9(9)V99.
              05 TAB-LIQ-MINIMO PIC X(1).
       01  POS-LIQ PIC 9(4) VALUE 0.

       01  CANT-UF-CONS PIC 9(4) VALUE 0.
       01  BASE-CONS PIC 9(11)V99 VALUE 0.
       01  IMPORTE-HONORARIO PIC 9(9)V99 VALUE 0.
       01  SW-MINIMO PIC X(1) VALUE "N".
           88 APLICO-MINIMO VALUE "S".

       01  CANT-CONSORCIOS PIC 9(5) VALUE 0.
       01  CANT-LIQUIDADOS PIC 9(5) VALUE 0.
       01  CANT-SIN-ESQUEMA PIC 9(5) VALUE 0.
       01  CANT-HON-INVALIDOS PIC 9(5) VALUE 0.
       01  CANT-GAS-COPIADOS PIC 9(5) VALUE 0.
       01  CANT-GAS-REEMPLAZADOS PIC 9(5) VALUE 0.
       01  TOTAL-HONORARIOS PIC 9(11)V99 VALUE 0.

       01  BTC-PROGRAMA PIC X(8) VALUE "HONADM".
       01  BTC-SEVERIDAD PIC X(1) VALUE "A".
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       01  FECHA PIC X(10).
       01  FECHA-HOY.
           03 FH-ANIO   PIC 9(4).
           03 FH-MES    PIC 9(2).
           03 FH-DIA    PIC 9(2).

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
           03 FILLER PIC X(46)
              VALUE "FACTURACION DE HONORARIOS DE ADMINISTRACION - ".
           03 FILLER PIC X(8) VALUE "PERIODO ".
           03 TIT-PERIODO PIC 9(6).
           03 FILLER PIC X(26) VALUE SPACES.

       01  ADMIN-TITULO.
           03 FILLER PIC X(16) VALUE "ADMINISTRACION: ".
           03 ADMTIT-COD PIC 9(4).
           03 FILLER PIC X(3) VALUE " - ".
           03 ADMTIT-RAZON PIC X(30).
           03 FILLER PIC X(7) VALUE "  CUIT ".
           03 ADMTIT-CUIT PIC 9(15).
           03 FILLER PIC X(31) VALUE SPACES.

       01  ADMIN-ROTULO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(17) VALUE "CUIT CONSORCIO".
           03 FILLER PIC X(31) VALUE "NOMBRE".
           03 FILLER PIC X(5) VALUE "TIPO".
           03 FILLER PIC X(18) VALUE "    BASE / UNID.".
           03 FILLER PIC X(16) VALUE "       HONORARIO".
           03 FILLER PIC X(17) VALUE SPACES.

       01  ADMIN-DETALLE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 ADMDET-CUIT PIC 9(15).
           03 FILLER PIC X(2) VALUE SPACES.
           03 ADMDET-NOMBRE PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 ADMDET-TIPO PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 ADMDET-BASE PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           03 ADMDET-IMPORTE PIC ZZZZZZZZ9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 ADMDET-MINIMO PIC X(6).
           03 FILLER PIC X(15) VALUE SPACES.

       01  ADMIN-SUBTOTAL.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(24) VALUE "TOTAL A FACTURAR  CONS: ".
           03 ADMSUB-CONSORCIOS PIC ZZZ9.
           03 FILLER PIC X(40) VALUE SPACES.
           03 ADMSUB-TOTAL PIC ZZZZZZZZZZ9.99.
           03 FILLER PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF NOT ERROR-APERTURA
               PERFORM CONTAR-UF
               IF NOT EXCESO-TABLA
                   PERFORM COPIAR-GASTOS.
           IF ERROR-APERTURA
               DISPLAY "HONADM: abortando, error de apertura de "
                   "archivos"
               MOVE "E" TO BTC-SEVERIDAD
               MOVE "abortado: error de apertura de archivos"
                   TO BTC-DETALLE
               PERFORM GRABAR-BITACORA
               MOVE 16 TO RETURN-CODE
           ELSE
               IF NOT EXCESO-TABLA
                   PERFORM LEER-MAE
                   PERFORM LIQUIDAR-CONSORCIO
                       UNTIL EOF-MAE OR EXCESO-TABLA
               END-IF
               CLOSE MAE
               IF EXCESO-TABLA
                   PERFORM ABORTAR-EXCESO
               ELSE
                   PERFORM GRABAR-GASTOS
                   PERFORM IMPRIMIR-LISTADO
                   PERFORM IMPR-RESUMEN
               END-IF
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Una tabla llena dejaria consorcios sin base o sin honorario:
      * se aborta antes de regrabar gastos.txt, que queda como
      * estaba.
      *>-----------------------------------------------------------*
       ABORTAR-EXCESO.
           DISPLAY "HONADM: abortando, tabla de trabajo llena, "
               "gastos.txt no se modifica".
           MOVE "E" TO BTC-SEVERIDAD.
           MOVE "abortado: tabla de trabajo llena, gastos sin cambios"
               TO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
           MOVE 16 TO RETURN-CODE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           PERFORM ARMAR-FECHA-HOY.
           PERFORM CARGAR-PERIODO.
           MOVE 1 TO CANT-ADMIN.
           MOVE ZEROS TO TAB-ADM-CODIGO(1).
           MOVE "SIN ADMINISTRACION" TO TAB-ADM-RAZON(1).
           MOVE ZEROS TO TAB-ADM-CUIT(1).
           MOVE SPACES TO TAB-ADM-TIPO(1).
           MOVE ZEROS TO TAB-ADM-IMPORTE(1).
           MOVE ZEROS TO TAB-ADM-PORCENTAJE(1).
           MOVE ZEROS TO TAB-ADM-MINIMO(1).
           MOVE ZEROS TO TAB-ADM-CONSORCIOS(1).
           MOVE ZEROS TO TAB-ADM-TOTAL(1).
           PERFORM CARGAR-TABLA-ADMIN.
           PERFORM CARGAR-ESQUEMAS.
           OPEN INPUT MAE.
           IF FS-MAE NOT = "00"
               DISPLAY "Error en open maestro FS: " FS-MAE
               MOVE "S" TO SW-ERROR-APERTURA.
           OPEN INPUT UF.
           IF FS-UF NOT = "00"
               DISPLAY "Error en open uf FS: " FS-UF
               MOVE "S" TO SW-ERROR-APERTURA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARMAR-FECHA-HOY.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           STRING FH-ANIO "/" FH-MES "/" FH-DIA
               DELIMITED BY SIZE INTO FECHA.
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
                   DISPLAY "Honorarios de administracion del periodo "
                       PERIODO
               END-IF
               CLOSE PER
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-TABLA-ADMIN.
           OPEN INPUT ADM.
           IF FS-ADM NOT = "00"
               DISPLAY "Error en open administraciones FS: " FS-ADM
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               PERFORM LEER-ADM
               PERFORM LLENAR-TABLA-ADMIN
                   UNTIL EOF-ADM OR CANT-ADMIN >= 200
               IF NOT EOF-ADM
                   DISPLAY "ERROR: TABLA-ADMIN supera su capacidad "
                       "de 200 entradas"
                   MOVE "S" TO SW-ERROR-APERTURA
               END-IF
               CLOSE ADM
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-ADM.
           READ ADM
               AT END MOVE "10" TO FS-ADM.
           IF FS-ADM NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER ADMINISTRACIONES FS: ' FS-ADM.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-ADMIN.
           ADD 1 TO CANT-ADMIN.
           MOVE ADM-CODIGO TO TAB-ADM-CODIGO(CANT-ADMIN).
           MOVE ADM-RAZON-SOCIAL TO TAB-ADM-RAZON(CANT-ADMIN).
           MOVE ADM-CUIT TO TAB-ADM-CUIT(CANT-ADMIN).
           MOVE SPACES TO TAB-ADM-TIPO(CANT-ADMIN).
           MOVE ZEROS TO TAB-ADM-IMPORTE(CANT-ADMIN).
           MOVE ZEROS TO TAB-ADM-PORCENTAJE(CANT-ADMIN).
           MOVE ZEROS TO TAB-ADM-MINIMO(CANT-ADMIN).
           MOVE ZEROS TO TAB-ADM-CONSORCIOS(CANT-ADMIN).
           MOVE ZEROS TO TAB-ADM-TOTAL(CANT-ADMIN).
           PERFORM LEER-ADM.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-ESQUEMAS.
           OPEN INPUT HON.
           IF FS-HON NOT = "00"
               DISPLAY "Error en open honorarios-admin FS: " FS-HON
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               PERFORM LEER-HON
               PERFORM CARGAR-ESQUEMA-PASO UNTIL EOF-HON
               CLOSE HON
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-HON.
           READ HON
               AT END MOVE "10" TO FS-HON.
           IF FS-HON NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER HONORARIOS FS: ' FS-HON.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Un esquema de tipo desconocido, o de una administracion que
      * no figura en admin.txt, se descarta con advertencia.
      *>-----------------------------------------------------------*
       CARGAR-ESQUEMA-PASO.
           MOVE HON-COD-ADMIN TO COD-ADMIN-BUSCADO.
           PERFORM BUSCAR-ADMIN.
           IF POS-ADMIN = 1
               OR (HON-TIPO NOT = "F" AND NOT = "U" AND NOT = "P")
               ADD 1 TO CANT-HON-INVALIDOS
               DISPLAY "ADVERTENCIA: esquema de honorarios invalido "
                   "administracion " HON-COD-ADMIN " tipo " HON-TIPO
               MOVE SPACES TO BTC-DETALLE
               STRING "esquema de honorarios invalido administracion "
                   HON-COD-ADMIN " tipo " HON-TIPO
                   DELIMITED BY SIZE INTO BTC-DETALLE
               PERFORM GRABAR-BITACORA
           ELSE
               MOVE HON-TIPO TO TAB-ADM-TIPO(POS-ADMIN)
               MOVE HON-IMPORTE TO TAB-ADM-IMPORTE(POS-ADMIN)
               MOVE HON-PORCENTAJE TO TAB-ADM-PORCENTAJE(POS-ADMIN)
               MOVE HON-MINIMO TO TAB-ADM-MINIMO(POS-ADMIN).
           PERFORM LEER-HON.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Ubica la administracion buscada en la tabla; si el codigo no
      * figura, POS-ADMIN queda en 1 (SIN ADMINISTRACION).
      *>-----------------------------------------------------------*
       BUSCAR-ADMIN.
           MOVE "N" TO SW-ADMIN-HALLADA.
           MOVE 2 TO POS-ADMIN.
           PERFORM BUSCAR-ADMIN-PASO
               UNTIL POS-ADMIN > CANT-ADMIN OR ADMIN-HALLADA.
           IF NOT ADMIN-HALLADA OR COD-ADMIN-BUSCADO = ZEROS
               MOVE 1 TO POS-ADMIN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-ADMIN-PASO.
           IF TAB-ADM-CODIGO(POS-ADMIN) = COD-ADMIN-BUSCADO
               MOVE "S" TO SW-ADMIN-HALLADA
           ELSE
               ADD 1 TO POS-ADMIN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTAR-UF.
           PERFORM LEER-UF.
           PERFORM CONTAR-UF-PASO UNTIL EOF-UF OR EXCESO-TABLA.
           CLOSE UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-UF.
           READ UF
               AT END MOVE "10" TO FS-UF.
           IF FS-UF NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER UF FS: ' FS-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTAR-UF-PASO.
           MOVE UF-CUIT-CONS TO CUIT-BUSCADO.
           PERFORM BUSCAR-UFC.
           IF CUIT-HALLADO
               ADD 1 TO TAB-UFC-CANT(POS-UFC)
           ELSE
               IF CANT-UFC < 2000
                   ADD 1 TO CANT-UFC
                   MOVE UF-CUIT-CONS TO TAB-UFC-CUIT(CANT-UFC)
                   MOVE 1 TO TAB-UFC-CANT(CANT-UFC)
               ELSE
                   DISPLAY "ERROR: tabla de unidades llena (2000 "
                       "consorcios), el CUIT " UF-CUIT-CONS
                       " no entra"
                   MOVE "S" TO SW-EXCESO-TABLA.
           PERFORM LEER-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-UFC.
           MOVE "N" TO SW-CUIT-HALLADO.
           MOVE 1 TO POS-UFC.
           PERFORM BUSCAR-UFC-PASO
               UNTIL POS-UFC > CANT-UFC OR CUIT-HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-UFC-PASO.
           IF TAB-UFC-CUIT(POS-UFC) = CUIT-BUSCADO
               MOVE "S" TO SW-CUIT-HALLADO
           ELSE
               ADD 1 TO POS-UFC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * gastos.txt se copia sin los honorarios de una corrida
      * anterior, acumulando por consorcio los demas gastos como
      * base del esquema por porcentaje.
      *>-----------------------------------------------------------*
       COPIAR-GASTOS.
           OPEN OUTPUT GAS-HA.
           IF FS-GAS-HA NOT = "00"
               DISPLAY "Error en open gastos-ha FS: " FS-GAS-HA
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               PERFORM COPIAR-GASTOS-ANTERIORES.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       COPIAR-GASTOS-ANTERIORES.
           OPEN INPUT GAS.
           IF FS-GAS EQUAL "00"
               PERFORM LEER-GAS
               PERFORM COPIAR-GASTO UNTIL EOF-GAS OR EXCESO-TABLA
               CLOSE GAS
           ELSE
               IF FS-GAS = "05"
                   CLOSE GAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-GAS.
           READ GAS
               AT END MOVE "10" TO FS-GAS.
           IF FS-GAS NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER GASTOS FS: ' FS-GAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       COPIAR-GASTO.
           IF GAS-CONCEPTO = CONCEPTO-HONORARIOS
               ADD 1 TO CANT-GAS-REEMPLAZADOS
           ELSE
               MOVE REG-GAS TO REG-GAS-HA
               WRITE REG-GAS-HA
               ADD 1 TO CANT-GAS-COPIADOS
               PERFORM ACUMULAR-BASE.
           PERFORM LEER-GAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ACUMULAR-BASE.
           MOVE GAS-CUIT-CONS TO CUIT-BUSCADO.
           PERFORM BUSCAR-BAS.
           IF CUIT-HALLADO
               ADD GAS-IMPORTE TO TAB-BAS-IMPORTE(POS-BAS)
           ELSE
               IF CANT-BAS < 2000
                   ADD 1 TO CANT-BAS
                   MOVE GAS-CUIT-CONS TO TAB-BAS-CUIT(CANT-BAS)
                   MOVE GAS-IMPORTE TO TAB-BAS-IMPORTE(CANT-BAS)
               ELSE
                   DISPLAY "ERROR: tabla de gastos llena (2000 "
                       "consorcios), el CUIT " GAS-CUIT-CONS
                       " no entra"
                   MOVE "S" TO SW-EXCESO-TABLA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-BAS.
           MOVE "N" TO SW-CUIT-HALLADO.
           MOVE 1 TO POS-BAS.
           PERFORM BUSCAR-BAS-PASO
               UNTIL POS-BAS > CANT-BAS OR CUIT-HALLADO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-BAS-PASO.
           IF TAB-BAS-CUIT(POS-BAS) = CUIT-BUSCADO
               MOVE "S" TO SW-CUIT-HALLADO
           ELSE
               ADD 1 TO POS-BAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MAE.
           READ MAE
               AT END MOVE "10" TO FS-MAE.
           IF FS-MAE NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER MAE FS: ' FS-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LIQUIDAR-CONSORCIO.
           ADD 1 TO CANT-CONSORCIOS.
           MOVE MAE-COD-ADMIN TO COD-ADMIN-BUSCADO.
           PERFORM BUSCAR-ADMIN.
           IF TAB-ADM-TIPO(POS-ADMIN) = SPACES
               PERFORM INFORMAR-SIN-ESQUEMA
           ELSE
               PERFORM CALCULAR-HONORARIO
               IF IMPORTE-HONORARIO > 0
                   PERFORM GRABAR-HONORARIO.
           PERFORM LEER-MAE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INFORMAR-SIN-ESQUEMA.
           ADD 1 TO CANT-SIN-ESQUEMA.
           DISPLAY "ADVERTENCIA: consorcio " MAE-CUIT-CONS
               " administracion " MAE-COD-ADMIN
               " sin esquema de honorarios".
           MOVE SPACES TO BTC-DETALLE.
           STRING "consorcio " MAE-CUIT-CONS " administracion "
               MAE-COD-ADMIN " sin esquema de honorarios"
               DELIMITED BY SIZE INTO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * BASE-CONS queda en la cantidad de unidades (tipo U) o en los
      * gastos del consorcio (tipo P), para mostrarla en el listado.
      *>-----------------------------------------------------------*
       CALCULAR-HONORARIO.
           MOVE 0 TO BASE-CONS.
           MOVE "N" TO SW-MINIMO.
           MOVE MAE-CUIT-CONS TO CUIT-BUSCADO.
           IF TAB-ADM-TIPO(POS-ADMIN) = "F"
               MOVE TAB-ADM-IMPORTE(POS-ADMIN) TO IMPORTE-HONORARIO
           ELSE
               IF TAB-ADM-TIPO(POS-ADMIN) = "U"
                   PERFORM BUSCAR-UFC
                   MOVE 0 TO CANT-UF-CONS
                   IF CUIT-HALLADO
                       MOVE TAB-UFC-CANT(POS-UFC) TO CANT-UF-CONS
                   END-IF
                   MOVE CANT-UF-CONS TO BASE-CONS
                   COMPUTE IMPORTE-HONORARIO =
                       TAB-ADM-IMPORTE(POS-ADMIN) * CANT-UF-CONS
               ELSE
                   PERFORM BUSCAR-BAS
                   IF CUIT-HALLADO
                       MOVE TAB-BAS-IMPORTE(POS-BAS) TO BASE-CONS
                   END-IF
                   COMPUTE IMPORTE-HONORARIO ROUNDED =
                       BASE-CONS * TAB-ADM-PORCENTAJE(POS-ADMIN) / 100
               END-IF
           END-IF.
           IF IMPORTE-HONORARIO < TAB-ADM-MINIMO(POS-ADMIN)
               MOVE TAB-ADM-MINIMO(POS-ADMIN) TO IMPORTE-HONORARIO
               MOVE "S" TO SW-MINIMO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-HONORARIO.
           IF CANT-LIQ >= 2000
               DISPLAY "ERROR: tabla de honorarios llena (2000 "
                   "consorcios), el CUIT " MAE-CUIT-CONS " no entra"
               MOVE "S" TO SW-EXCESO-TABLA
           ELSE
               PERFORM GRABAR-HONORARIO-CONS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-HONORARIO-CONS.
           MOVE MAE-CUIT-CONS TO GHA-CUIT-CONS.
           MOVE CONCEPTO-HONORARIOS TO GHA-CONCEPTO.
           MOVE DESCRIP-HONORARIOS TO GHA-DESCRIP.
           MOVE IMPORTE-HONORARIO TO GHA-IMPORTE.
           WRITE REG-GAS-HA.
           ADD 1 TO CANT-LIQUIDADOS.
           ADD IMPORTE-HONORARIO TO TOTAL-HONORARIOS.
           ADD 1 TO TAB-ADM-CONSORCIOS(POS-ADMIN).
           ADD IMPORTE-HONORARIO TO TAB-ADM-TOTAL(POS-ADMIN).
           ADD 1 TO CANT-LIQ.
           MOVE POS-ADMIN TO TAB-LIQ-ADMIN(CANT-LIQ).
           MOVE MAE-CUIT-CONS TO TAB-LIQ-CUIT(CANT-LIQ).
           MOVE MAE-NOMBRE-CONSORCIO TO TAB-LIQ-NOMBRE(CANT-LIQ).
           MOVE TAB-ADM-TIPO(POS-ADMIN) TO TAB-LIQ-TIPO(CANT-LIQ).
           MOVE BASE-CONS TO TAB-LIQ-BASE(CANT-LIQ).
           MOVE IMPORTE-HONORARIO TO TAB-LIQ-IMPORTE(CANT-LIQ).
           MOVE SW-MINIMO TO TAB-LIQ-MINIMO(CANT-LIQ).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-GASTOS.
           CLOSE GAS-HA.
           SORT WRK-GAS
               ON ASCENDING KEY WRK-GAS-CUIT-CONS
                  ASCENDING KEY WRK-GAS-CONCEPTO
               USING GAS-HA
               GIVING GAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-BITACORA.
           CALL "BITACORA" USING BTC-PROGRAMA, BTC-SEVERIDAD,
               BTC-DETALLE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPRIMIR-LISTADO.
           MOVE FECHA TO LIN1-FECHA.
           MOVE PERIODO TO TIT-PERIODO.
           MOVE 1 TO HOJA.
           MOVE 0 TO RENGLONES-HOJA.
           PERFORM IMPR-ENCABEZADO.
           MOVE 2 TO POS-ADMIN.
           PERFORM IMPR-ADMIN UNTIL POS-ADMIN > CANT-ADMIN.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           DISPLAY "TOTAL HONORARIOS A FACTURAR : " TOTAL-HONORARIOS.
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
      * Solo se listan las administraciones con honorarios
      * liquidados en el periodo.
      *>-----------------------------------------------------------*
       IMPR-ADMIN.
           IF TAB-ADM-CONSORCIOS(POS-ADMIN) > 0
               PERFORM IMPR-ADMIN-LINEAS.
           ADD 1 TO POS-ADMIN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-ADMIN-LINEAS.
           PERFORM CONTROL-HOJA.
           MOVE SPACES TO LINEA.
           DISPLAY LINEA.
           MOVE TAB-ADM-CODIGO(POS-ADMIN) TO ADMTIT-COD.
           MOVE TAB-ADM-RAZON(POS-ADMIN) TO ADMTIT-RAZON.
           MOVE TAB-ADM-CUIT(POS-ADMIN) TO ADMTIT-CUIT.
           MOVE ADMIN-TITULO TO LINEA.
           DISPLAY LINEA.
           MOVE ADMIN-ROTULO TO LINEA.
           DISPLAY LINEA.
           ADD 3 TO RENGLONES-HOJA.
           MOVE 1 TO POS-LIQ.
           PERFORM IMPR-DETALLE UNTIL POS-LIQ > CANT-LIQ.
           MOVE TAB-ADM-CONSORCIOS(POS-ADMIN) TO ADMSUB-CONSORCIOS.
           MOVE TAB-ADM-TOTAL(POS-ADMIN) TO ADMSUB-TOTAL.
           MOVE ADMIN-SUBTOTAL TO LINEA.
           DISPLAY LINEA.
           ADD 1 TO RENGLONES-HOJA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-DETALLE.
           IF TAB-LIQ-ADMIN(POS-LIQ) = POS-ADMIN
               PERFORM CONTROL-HOJA
               MOVE TAB-LIQ-CUIT(POS-LIQ) TO ADMDET-CUIT
               MOVE TAB-LIQ-NOMBRE(POS-LIQ) TO ADMDET-NOMBRE
               MOVE TAB-LIQ-TIPO(POS-LIQ) TO ADMDET-TIPO
               MOVE TAB-LIQ-BASE(POS-LIQ) TO ADMDET-BASE
               MOVE TAB-LIQ-IMPORTE(POS-LIQ) TO ADMDET-IMPORTE
               MOVE SPACES TO ADMDET-MINIMO
               IF TAB-LIQ-MINIMO(POS-LIQ) = "S"
                   MOVE "MINIMO" TO ADMDET-MINIMO
               END-IF
               MOVE ADMIN-DETALLE TO LINEA
               DISPLAY LINEA
               ADD 1 TO RENGLONES-HOJA.
           ADD 1 TO POS-LIQ.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Consorcios leidos         : " CANT-CONSORCIOS.
           DISPLAY "Honorarios liquidados     : " CANT-LIQUIDADOS.
           DISPLAY "Consorcios sin esquema    : " CANT-SIN-ESQUEMA.
           DISPLAY "Esquemas descartados      : " CANT-HON-INVALIDOS.
           DISPLAY "Gastos copiados           : " CANT-GAS-COPIADOS.
           DISPLAY "Honorarios previos        : " CANT-GAS-REEMPLAZADOS.

       END PROGRAM HONADM.
