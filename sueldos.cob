      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Liquidacion mensual de sueldos de los encargados de
      *          edificio para el periodo de periodo.txt. Por cada
      *          empleado activo de empleados.txt (consorcio, legajo,
      *          CUIL, categoria, fecha de ingreso y si tiene
      *          vivienda) toma el basico de su categoria de
      *          escala-sueldos.txt, suma la antiguedad por anio y los
      *          plus del periodo de novedades-sueldos.txt, y aplica
      *          los descuentos al empleado y las contribuciones
      *          patronales de parametros-sueldos.txt. Emite el recibo
      *          de cada empleado (recibos-sueldo-AAAAMM.txt), pasa a
      *          gastos.txt los totales por consorcio en los conceptos
      *          fijos de sueldos y de cargas sociales (reemplazando
      *          los que hubiera de una corrida anterior, y dejandolo
      *          ordenado por CUIT y concepto como lo arma GENGAS), y
      *          deja el neto de cada empleado en sueldos-a-pagar.txt
      *          para que ORDPAGO lo sume a las transferencias. Si el
      *          periodo ya tiene sueldos transferidos no se vuelve a
      *          liquidar. Si los consorcios o los sueldos a pagar no
      *          entran en sus tablas se aborta con codigo 16 sin
      *          regrabar gastos.txt ni sueldos-a-pagar.txt; si no se
      *          puede armar gastos.txt tampoco se graban los sueldos
      *          a pagar.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUELDOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PER   ASSIGN TO "periodo.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PER.
           SELECT EMP   ASSIGN TO "empleados.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-EMP.
           SELECT ESC   ASSIGN TO "escala-sueldos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-ESC.
           SELECT PAR   ASSIGN TO "parametros-sueldos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PAR.
           SELECT OPTIONAL NOV
                        ASSIGN TO "novedades-sueldos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-NOV.
           SELECT OPTIONAL SAP
                        ASSIGN TO "sueldos-a-pagar.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-SAP.
           SELECT OPTIONAL GAS
                        ASSIGN TO "gastos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-GAS.
           SELECT GAS-SU ASSIGN TO "gastos-su.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-GAS-SU.
           SELECT WRK-GAS ASSIGN TO "wrk-gas.txt"
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS FS-WRK-GAS.
           SELECT REC   ASSIGN USING NOMBRE-ARCH-REC
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-REC.

       DATA DIVISION.
       FILE SECTION.

       FD  PER.
       01  REG-PER.
           03 PER-PERIODO      PIC 9(6).
           03 PER-VENCIMIENTO  PIC 9(8).

      * Empleados de los consorcios. EMP-VIVIENDA "S" si el
      * encargado vive en el edificio; EMP-ESTADO "A" activo, "B"
      * de baja. Entidad y CBU de la cuenta sueldo.
       FD  EMP.
       01  REG-EMP.
           03 EMP-CUIT-CONS PIC 9(15).
           03 EMP-LEGAJO PIC 9(4).
           03 EMP-CUIL PIC 9(11).
           03 EMP-NOMBRE PIC X(30).
           03 EMP-CATEGORIA PIC 9(2).
           03 EMP-FECHA-INGRESO PIC 9(8).
           03 EMP-VIVIENDA PIC X(1).
           03 EMP-ENTIDAD PIC 9(3).
           03 EMP-CBU PIC 9(22).
           03 EMP-ESTADO PIC X(1).

      * Escala salarial: basico mensual por categoria, con y sin
      * vivienda, e importe de antiguedad por anio trabajado.
       FD  ESC.
       01  REG-ESC.
           03 ESC-CATEGORIA PIC 9(2).
           03 ESC-VIVIENDA PIC X(1).
           03 ESC-BASICO PIC 9(7)V99.
           03 ESC-ANTIG-ANIO PIC 9(5)V99.

      * Descuentos al empleado (tipo "D") y contribuciones
      * patronales (tipo "C"), en porcentaje sobre el bruto.
       FD  PAR.
       01  REG-PAR.
           03 PAR-TIPO PIC X(1).
           03 PAR-CODIGO PIC X(4).
           03 PAR-DESCRIP PIC X(20).
           03 PAR-PORCENTAJE PIC 9(2)V99.

      * Plus y adicionales del periodo por empleado.
       FD  NOV.
       01  REG-NOV.
           03 NOV-CUIT-CONS PIC 9(15).
           03 NOV-LEGAJO PIC 9(4).
           03 NOV-PERIODO PIC 9(6).
           03 NOV-DESCRIP PIC X(20).
           03 NOV-IMPORTE PIC 9(7)V99.

      * Netos a transferir: estado 1 pendiente, 2 transferido por
      * ORDPAGO.
       FD  SAP.
       01  REG-SAP.
           03 SAP-PERIODO PIC 9(6).
           03 SAP-CUIT-CONS PIC 9(15).
           03 SAP-LEGAJO PIC 9(4).
           03 SAP-CUIL PIC 9(11).
           03 SAP-NETO PIC 9(9)V99.
           03 SAP-ENTIDAD PIC 9(3).
           03 SAP-CBU PIC 9(22).
           03 SAP-ESTADO PIC 9(1).

       FD  GAS.
       01  REG-GAS.
           03 GAS-CUIT-CONS    PIC 9(15).
           03 GAS-CONCEPTO     PIC 9(4).
           03 GAS-DESCRIP      PIC X(20).
           03 GAS-IMPORTE      PIC 9(9)V99.

       FD  GAS-SU.
       01  REG-GAS-SU.
           03 GSU-CUIT-CONS PIC 9(15).
           03 GSU-CONCEPTO PIC 9(4).
           03 GSU-DESCRIP PIC X(20).
           03 GSU-IMPORTE PIC 9(9)V99.

       SD  WRK-GAS.
       01  REG-WRK-GAS.
           03 WRK-GAS-CUIT-CONS PIC 9(15).
           03 WRK-GAS-CONCEPTO PIC 9(4).
           03 WRK-GAS-DESCRIP PIC X(20).
           03 WRK-GAS-IMPORTE PIC 9(9)V99.

       FD  REC.
       01  REG-REC PIC X(80).

       WORKING-STORAGE SECTION.

       77  FS-PER PIC XX.
           88 OK-PER VALUE "00".
           88 NO-PER VALUE "23".
           88 EOF-PER VALUE "10".
       77  FS-EMP PIC XX.
           88 OK-EMP VALUE "00".
           88 NO-EMP VALUE "23".
           88 EOF-EMP VALUE "10".
       77  FS-ESC PIC XX.
           88 OK-ESC VALUE "00".
           88 NO-ESC VALUE "23".
           88 EOF-ESC VALUE "10".
       77  FS-PAR PIC XX.
           88 OK-PAR VALUE "00".
           88 NO-PAR VALUE "23".
           88 EOF-PAR VALUE "10".
       77  FS-NOV PIC XX.
           88 OK-NOV VALUE "00".
           88 NO-NOV VALUE "23".
           88 EOF-NOV VALUE "10".
       77  FS-SAP PIC XX.
           88 OK-SAP VALUE "00".
           88 NO-SAP VALUE "23".
           88 EOF-SAP VALUE "10".
       77  FS-GAS PIC XX.
           88 OK-GAS VALUE "00".
           88 NO-GAS VALUE "23".
           88 EOF-GAS VALUE "10".
       77  FS-GAS-SU PIC XX.
       77  FS-WRK-GAS PIC XX.
       77  FS-REC PIC XX.

       01  SW-ERROR-APERTURA PIC X(1) VALUE "N".
           88 ERROR-APERTURA VALUE "S".
       01  SW-YA-TRANSFERIDO PIC X(1) VALUE "N".
           88 PERIODO-YA-TRANSFERIDO VALUE "S".
       01  SW-EXCESO-TABLA PIC X(1) VALUE "N".
           88 EXCESO-TABLA VALUE "S".
       01  SW-ERROR-GASTOS PIC X(1) VALUE "N".
           88 ERROR-GASTOS VALUE "S".

       01  NOMBRE-ARCH-REC PIC X(30) VALUE SPACES.

      * Conceptos fijos de gastos.txt reservados para la
      * liquidacion de sueldos.
       01  CONCEPTO-SUELDOS PIC 9(4) VALUE 0901.
       01  DESCRIP-SUELDOS PIC X(20) VALUE "SUELDOS ENCARGADO".
       01  CONCEPTO-CARGAS PIC 9(4) VALUE 0902.
       01  DESCRIP-CARGAS PIC X(20) VALUE "CARGAS SOCIALES".

       01  PERIODO PIC 9(6) VALUE 0.
       01  PERIODO-R REDEFINES PERIODO.
           03 PERIODO-ANIO PIC 9(4).
           03 PERIODO-MES PIC 9(2).
       01  MESES-PERIODO PIC 9(7) VALUE 0.
       01  FECHA-AUX PIC 9(8) VALUE 0.
       01  FECHA-AUX-R REDEFINES FECHA-AUX.
           03 FA-ANIO PIC 9(4).
           03 FA-MES PIC 9(2).
           03 FA-DIA PIC 9(2).
       01  MESES-INGRESO PIC 9(7) VALUE 0.
       01  MESES-ANTIGUEDAD PIC 9(7) VALUE 0.
       01  ANIOS-ANTIGUEDAD PIC 9(2) VALUE 0.

       01  CANT-ESC PIC 9(3) VALUE 0.
       01  TABLA-ESC.
           03 TAB-ESC OCCURS 100 TIMES.
              05 TAB-ESC-CATEGORIA PIC 9(2).
              05 TAB-ESC-VIVIENDA PIC X(1).
              05 TAB-ESC-BASICO PIC 9(7)V99.
              05 TAB-ESC-ANTIG-ANIO PIC 9(5)V99.
       01  POS-ESC PIC 9(3) VALUE 0.
       01  SW-ESC-HALLADA PIC X(1) VALUE "N".
           88 ESC-HALLADA VALUE "S".

       01  CANT-PAR PIC 9(2) VALUE 0.
       01  TABLA-PAR.
           03 TAB-PAR OCCURS 30 TIMES.
              05 TAB-PAR-TIPO PIC X(1).
              05 TAB-PAR-CODIGO PIC X(4).
              05 TAB-PAR-DESCRIP PIC X(20).
              05 TAB-PAR-PORCENTAJE PIC 9(2)V99.
       01  POS-PAR PIC 9(2) VALUE 0.

       01  CANT-NOV PIC 9(4) VALUE 0.
       01  BUFFER-NOV.
           03 BUF-NOV OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-NOV.
              05 BUF-NOV-CUIT-CONS PIC 9(15).
              05 BUF-NOV-LEGAJO PIC 9(4).
              05 BUF-NOV-DESCRIP PIC X(20).
              05 BUF-NOV-IMPORTE PIC 9(7)V99.
       01  POS-NOV PIC 9(4) VALUE 0.

       01  CANT-SAP PIC 9(4) VALUE 0.
       01  BUFFER-SAP.
           03 BUF-SAP OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-SAP.
              05 BUF-SAP-PERIODO PIC 9(6).
              05 BUF-SAP-CUIT-CONS PIC 9(15).
              05 BUF-SAP-LEGAJO PIC 9(4).
              05 BUF-SAP-CUIL PIC 9(11).
              05 BUF-SAP-NETO PIC 9(9)V99.
              05 BUF-SAP-ENTIDAD PIC 9(3).
              05 BUF-SAP-CBU PIC 9(22).
              05 BUF-SAP-ESTADO PIC 9(1).
       01  SUBIND-SAP PIC 9(4) VALUE 0.
       01  CANT-SAP-DESCARTADOS PIC 9(4) VALUE 0.

      * Totales por consorcio para gastos.txt.
       01  CANT-CSU PIC 9(3) VALUE 0.
       01  TABLA-CSU.
           03 TAB-CSU OCCURS 500 TIMES.
              05 TAB-CSU-CUIT-CONS PIC 9(15).
              05 TAB-CSU-BRUTO PIC 9(9)V99.
              05 TAB-CSU-CARGAS PIC 9(9)V99.
       01  POS-CSU PIC 9(3) VALUE 0.
       01  SW-CSU-HALLADO PIC X(1) VALUE "N".
           88 CSU-HALLADO VALUE "S".

       01  IMPORTE-BASICO PIC 9(9)V99 VALUE 0.
       01  IMPORTE-ANTIGUEDAD PIC 9(9)V99 VALUE 0.
       01  IMPORTE-PLUS PIC 9(9)V99 VALUE 0.
       01  IMPORTE-BRUTO PIC 9(9)V99 VALUE 0.
       01  IMPORTE-CONCEPTO PIC 9(9)V99 VALUE 0.
       01  IMPORTE-DEDUCCIONES PIC 9(9)V99 VALUE 0.
       01  IMPORTE-CONTRIBUCIONES PIC 9(9)V99 VALUE 0.
       01  IMPORTE-NETO PIC 9(9)V99 VALUE 0.

       01  CANT-EMPLEADOS PIC 9(4) VALUE 0.
       01  CANT-LIQUIDADOS PIC 9(4) VALUE 0.
       01  CANT-RECHAZADOS PIC 9(4) VALUE 0.
       01  CANT-GAS-COPIADOS PIC 9(5) VALUE 0.
       01  CANT-GAS-REEMPLAZADOS PIC 9(5) VALUE 0.
       01  TOTAL-BRUTO PIC 9(11)V99 VALUE 0.
       01  TOTAL-DEDUCCIONES PIC 9(11)V99 VALUE 0.
       01  TOTAL-CONTRIBUCIONES PIC 9(11)V99 VALUE 0.
       01  TOTAL-NETO PIC 9(11)V99 VALUE 0.

       01  BTC-PROGRAMA PIC X(8) VALUE "SUELDOS".
       01  BTC-SEVERIDAD PIC X(1) VALUE "A".
       01  BTC-DETALLE PIC X(80) VALUE SPACES.

       01  REC-TITULO.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(27) VALUE "RECIBO DE SUELDO - PERIODO ".
           03 RECTIT-PERIODO PIC 9(6).
           03 FILLER PIC X(27) VALUE SPACES.

       01  REC-EMPLEADOR.
           03 FILLER PIC X(11) VALUE "CONSORCIO: ".
           03 RECEMP-CUIT PIC 9(15).
           03 FILLER PIC X(10) VALUE "  LEGAJO: ".
           03 RECEMP-LEGAJO PIC 9(4).
           03 FILLER PIC X(8) VALUE "  CUIL: ".
           03 RECEMP-CUIL PIC 9(11).
           03 FILLER PIC X(21) VALUE SPACES.

       01  REC-EMPLEADO.
           03 FILLER PIC X(10) VALUE "EMPLEADO: ".
           03 RECEMP-NOMBRE PIC X(30).
           03 FILLER PIC X(7) VALUE "  CAT: ".
           03 RECEMP-CATEGORIA PIC 9(2).
           03 FILLER PIC X(7) VALUE "  VIV: ".
           03 RECEMP-VIVIENDA PIC X(1).
           03 FILLER PIC X(9) VALUE "  ANTIG: ".
           03 RECEMP-ANTIG PIC Z9.
           03 FILLER PIC X(5) VALUE " ANIO".
           03 FILLER PIC X(7) VALUE SPACES.

       01  REC-ROTULO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(24) VALUE "CONCEPTO".
           03 FILLER PIC X(14) VALUE "     HABERES".
           03 FILLER PIC X(14) VALUE "   DESCUENTOS".
           03 FILLER PIC X(26) VALUE SPACES.

       01  REC-LINEA.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RECLIN-DESCRIP PIC X(24).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RECLIN-HABER PIC ZZZZZZZZ9.99 BLANK WHEN ZERO.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RECLIN-DESCUENTO PIC ZZZZZZZZ9.99 BLANK WHEN ZERO.
           03 FILLER PIC X(26) VALUE SPACES.

       01  REC-SEPARADOR PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIO.
           IF ERROR-APERTURA OR PERIODO-YA-TRANSFERIDO
               DISPLAY "SUELDOS: abortando, error de apertura de "
                   "archivos o periodo ya transferido"
               MOVE "E" TO BTC-SEVERIDAD
               MOVE "abortado: error de apertura o periodo transferido"
                   TO BTC-DETALLE
               PERFORM GRABAR-BITACORA
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LEER-EMP
               PERFORM LIQUIDAR-EMPLEADO UNTIL EOF-EMP
               CLOSE EMP
               CLOSE REC
               IF EXCESO-TABLA
                   PERFORM ABORTAR-EXCESO
               ELSE
                   PERFORM GRABAR-GASTOS
                   IF NOT ERROR-GASTOS
                       PERFORM GRABAR-SUELDOS-A-PAGAR
                   END-IF
                   PERFORM IMPR-RESUMEN
               END-IF
           END-IF.
           STOP RUN.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Una tabla llena dejaria consorcios sin gasto o empleados
      * sin transferencia: se aborta antes de regrabar gastos.txt y
      * sueldos-a-pagar.txt, que quedan como estaban.
      *>-----------------------------------------------------------*
       ABORTAR-EXCESO.
           DISPLAY "SUELDOS: abortando, tabla de trabajo llena, "
               "gastos y sueldos a pagar no se modifican".
           MOVE "E" TO BTC-SEVERIDAD.
           MOVE "abortado: tabla de trabajo llena, gastos sin cambios"
               TO BTC-DETALLE.
           PERFORM GRABAR-BITACORA.
           MOVE 16 TO RETURN-CODE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       INICIO.
           PERFORM CARGAR-PERIODO.
           PERFORM CARGAR-ESCALA.
           PERFORM CARGAR-PARAMETROS.
           PERFORM CARGAR-NOVEDADES.
           PERFORM CARGAR-SUELDOS-A-PAGAR.
           IF NOT ERROR-APERTURA AND NOT PERIODO-YA-TRANSFERIDO
               OPEN INPUT EMP
               IF FS-EMP NOT = "00"
                   DISPLAY "Error en open empleados FS: " FS-EMP
                   MOVE "S" TO SW-ERROR-APERTURA
               ELSE
                   PERFORM ABRIR-RECIBOS
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
                   COMPUTE MESES-PERIODO =
                       PERIODO-ANIO * 12 + PERIODO-MES
                   DISPLAY "Liquidacion de sueldos del periodo "
                       PERIODO
               END-IF
               CLOSE PER
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-ESCALA.
           OPEN INPUT ESC.
           IF FS-ESC NOT = "00"
               DISPLAY "Error en open escala salarial FS: " FS-ESC
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               PERFORM LEER-ESC
               PERFORM LLENAR-TABLA-ESC UNTIL EOF-ESC
               CLOSE ESC
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-ESC.
           READ ESC
               AT END MOVE "10" TO FS-ESC.
           IF FS-ESC NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER ESCALA FS: ' FS-ESC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-ESC.
           IF CANT-ESC < 100
               ADD 1 TO CANT-ESC
               MOVE ESC-CATEGORIA TO TAB-ESC-CATEGORIA(CANT-ESC)
               MOVE ESC-VIVIENDA TO TAB-ESC-VIVIENDA(CANT-ESC)
               MOVE ESC-BASICO TO TAB-ESC-BASICO(CANT-ESC)
               MOVE ESC-ANTIG-ANIO TO TAB-ESC-ANTIG-ANIO(CANT-ESC)
           ELSE
               DISPLAY "ERROR: escala-sueldos.txt supera las 100 "
                   "filas, se aborta"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-ESC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-PARAMETROS.
           OPEN INPUT PAR.
           IF FS-PAR NOT = "00"
               DISPLAY "Error en open parametros de sueldos FS: "
                   FS-PAR
               MOVE "S" TO SW-ERROR-APERTURA
           ELSE
               PERFORM LEER-PAR
               PERFORM LLENAR-TABLA-PAR UNTIL EOF-PAR
               CLOSE PAR
           END-IF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PAR.
           READ PAR
               AT END MOVE "10" TO FS-PAR.
           IF FS-PAR NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER PARAMETROS FS: ' FS-PAR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-PAR.
           IF PAR-TIPO NOT = "D" AND PAR-TIPO NOT = "C"
               DISPLAY "ADVERTENCIA: parametro " PAR-CODIGO
                   " con tipo " PAR-TIPO " invalido, no se aplica"
           ELSE
               IF CANT-PAR < 30
                   ADD 1 TO CANT-PAR
                   MOVE PAR-TIPO TO TAB-PAR-TIPO(CANT-PAR)
                   MOVE PAR-CODIGO TO TAB-PAR-CODIGO(CANT-PAR)
                   MOVE PAR-DESCRIP TO TAB-PAR-DESCRIP(CANT-PAR)
                   MOVE PAR-PORCENTAJE
                       TO TAB-PAR-PORCENTAJE(CANT-PAR)
               ELSE
                   DISPLAY "ERROR: parametros-sueldos.txt supera "
                       "los 30 conceptos, se aborta"
                   MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-PAR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-NOVEDADES.
           OPEN INPUT NOV.
           IF FS-NOV EQUAL "00"
               PERFORM LEER-NOV
               PERFORM LLENAR-BUFFER-NOV UNTIL EOF-NOV
               CLOSE NOV
           ELSE
               IF FS-NOV = "05"
                   CLOSE NOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-NOV.
           READ NOV
               AT END MOVE "10" TO FS-NOV.
           IF FS-NOV NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER NOVEDADES FS: ' FS-NOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Solo interesan las novedades del periodo que se liquida.
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-NOV.
           IF NOV-PERIODO = PERIODO
               IF CANT-NOV < 9999
                   ADD 1 TO CANT-NOV
                   MOVE NOV-CUIT-CONS TO BUF-NOV-CUIT-CONS(CANT-NOV)
                   MOVE NOV-LEGAJO TO BUF-NOV-LEGAJO(CANT-NOV)
                   MOVE NOV-DESCRIP TO BUF-NOV-DESCRIP(CANT-NOV)
                   MOVE NOV-IMPORTE TO BUF-NOV-IMPORTE(CANT-NOV)
               ELSE
                   DISPLAY "ERROR: novedades-sueldos.txt supera las "
                       "9999 novedades del periodo, se aborta"
                   MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-NOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Se conservan los netos de otros periodos; los pendientes de
      * este periodo se descartan porque la corrida los vuelve a
      * generar. Si alguno de este periodo ya fue transferido no se
      * liquida.
      *>-----------------------------------------------------------*
       CARGAR-SUELDOS-A-PAGAR.
           OPEN INPUT SAP.
           IF FS-SAP EQUAL "00"
               PERFORM LEER-SAP
               PERFORM LLENAR-BUFFER-SAP
                   UNTIL EOF-SAP OR ERROR-APERTURA
               CLOSE SAP
           ELSE
               IF FS-SAP = "05"
                   CLOSE SAP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-SAP.
           READ SAP
               AT END MOVE "10" TO FS-SAP.
           IF FS-SAP NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER SUELDOS A PAGAR FS: ' FS-SAP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-BUFFER-SAP.
           IF SAP-PERIODO = PERIODO AND SAP-ESTADO = 2
               MOVE "S" TO SW-YA-TRANSFERIDO
               DISPLAY "ERROR: el legajo " SAP-LEGAJO " del CUIT "
                   SAP-CUIT-CONS " ya tiene transferido el sueldo "
                   "del periodo " PERIODO.
           IF SAP-PERIODO = PERIODO AND SAP-ESTADO = 1
               ADD 1 TO CANT-SAP-DESCARTADOS
           ELSE
               IF CANT-SAP < 9999
                   ADD 1 TO CANT-SAP
                   MOVE REG-SAP TO BUF-SAP(CANT-SAP)
               ELSE
                   DISPLAY "ERROR: sueldos-a-pagar.txt supera los "
                       "9999 registros, se aborta"
                   MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-SAP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ABRIR-RECIBOS.
           MOVE SPACES TO NOMBRE-ARCH-REC.
           STRING "recibos-sueldo-" PERIODO ".txt"
               DELIMITED BY SIZE INTO NOMBRE-ARCH-REC.
           OPEN OUTPUT REC.
           IF FS-REC NOT = "00"
               DISPLAY "Error en open recibos " NOMBRE-ARCH-REC
                   " FS: " FS-REC
               MOVE "S" TO SW-ERROR-APERTURA
               CLOSE EMP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-EMP.
           READ EMP
               AT END MOVE "10" TO FS-EMP.
           IF FS-EMP NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER EMPLEADOS FS: ' FS-EMP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LIQUIDAR-EMPLEADO.
           IF EMP-ESTADO = "A"
               ADD 1 TO CANT-EMPLEADOS
               PERFORM BUSCAR-ESCALA
               IF NOT ESC-HALLADA
                   ADD 1 TO CANT-RECHAZADOS
                   DISPLAY "RECHAZADO: legajo " EMP-LEGAJO " del CUIT "
                       EMP-CUIT-CONS " sin escala para la categoria "
                       EMP-CATEGORIA
                   MOVE "A" TO BTC-SEVERIDAD
                   MOVE SPACES TO BTC-DETALLE
                   STRING "legajo " EMP-LEGAJO " del CUIT "
                       EMP-CUIT-CONS " sin escala, no se liquida"
                       DELIMITED BY SIZE INTO BTC-DETALLE
                   PERFORM GRABAR-BITACORA
               ELSE
                   PERFORM CALCULAR-HABERES
                   PERFORM EMITIR-RECIBO
                   PERFORM ACUMULAR-CONSORCIO
                   PERFORM AGREGAR-SUELDO-A-PAGAR
                   ADD 1 TO CANT-LIQUIDADOS
               END-IF
           END-IF.
           PERFORM LEER-EMP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-ESCALA.
           MOVE "N" TO SW-ESC-HALLADA.
           MOVE 1 TO POS-ESC.
           PERFORM BUSCAR-ESCALA-PASO
               UNTIL POS-ESC > CANT-ESC OR ESC-HALLADA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-ESCALA-PASO.
           IF TAB-ESC-CATEGORIA(POS-ESC) = EMP-CATEGORIA
               AND TAB-ESC-VIVIENDA(POS-ESC) = EMP-VIVIENDA
               MOVE "S" TO SW-ESC-HALLADA
           ELSE
               ADD 1 TO POS-ESC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Antiguedad en anios cumplidos al periodo, contada por meses
      * desde el mes de ingreso.
      *>-----------------------------------------------------------*
       CALCULAR-HABERES.
           MOVE EMP-FECHA-INGRESO TO FECHA-AUX.
           COMPUTE MESES-INGRESO = FA-ANIO * 12 + FA-MES.
           IF MESES-INGRESO >= MESES-PERIODO
               MOVE 0 TO ANIOS-ANTIGUEDAD
           ELSE
               COMPUTE MESES-ANTIGUEDAD = MESES-PERIODO - MESES-INGRESO
               COMPUTE ANIOS-ANTIGUEDAD = MESES-ANTIGUEDAD / 12.
           MOVE TAB-ESC-BASICO(POS-ESC) TO IMPORTE-BASICO.
           COMPUTE IMPORTE-ANTIGUEDAD =
               TAB-ESC-ANTIG-ANIO(POS-ESC) * ANIOS-ANTIGUEDAD.
           MOVE 0 TO IMPORTE-PLUS.
           MOVE 1 TO POS-NOV.
           PERFORM SUMAR-NOVEDAD UNTIL POS-NOV > CANT-NOV.
           COMPUTE IMPORTE-BRUTO = IMPORTE-BASICO
               + IMPORTE-ANTIGUEDAD + IMPORTE-PLUS.
           MOVE 0 TO IMPORTE-DEDUCCIONES.
           MOVE 0 TO IMPORTE-CONTRIBUCIONES.
           MOVE 1 TO POS-PAR.
           PERFORM CALCULAR-PARAMETRO UNTIL POS-PAR > CANT-PAR.
           COMPUTE IMPORTE-NETO = IMPORTE-BRUTO - IMPORTE-DEDUCCIONES.
           ADD IMPORTE-BRUTO TO TOTAL-BRUTO.
           ADD IMPORTE-DEDUCCIONES TO TOTAL-DEDUCCIONES.
           ADD IMPORTE-CONTRIBUCIONES TO TOTAL-CONTRIBUCIONES.
           ADD IMPORTE-NETO TO TOTAL-NETO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-NOVEDAD.
           IF BUF-NOV-CUIT-CONS(POS-NOV) = EMP-CUIT-CONS
               AND BUF-NOV-LEGAJO(POS-NOV) = EMP-LEGAJO
               ADD BUF-NOV-IMPORTE(POS-NOV) TO IMPORTE-PLUS.
           ADD 1 TO POS-NOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CALCULAR-PARAMETRO.
           COMPUTE IMPORTE-CONCEPTO ROUNDED = IMPORTE-BRUTO
               * TAB-PAR-PORCENTAJE(POS-PAR) / 100.
           IF TAB-PAR-TIPO(POS-PAR) = "D"
               ADD IMPORTE-CONCEPTO TO IMPORTE-DEDUCCIONES
           ELSE
               ADD IMPORTE-CONCEPTO TO IMPORTE-CONTRIBUCIONES.
           ADD 1 TO POS-PAR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       EMITIR-RECIBO.
           MOVE PERIODO TO RECTIT-PERIODO.
           WRITE REG-REC FROM REC-TITULO.
           MOVE EMP-CUIT-CONS TO RECEMP-CUIT.
           MOVE EMP-LEGAJO TO RECEMP-LEGAJO.
           MOVE EMP-CUIL TO RECEMP-CUIL.
           WRITE REG-REC FROM REC-EMPLEADOR.
           MOVE EMP-NOMBRE TO RECEMP-NOMBRE.
           MOVE EMP-CATEGORIA TO RECEMP-CATEGORIA.
           MOVE EMP-VIVIENDA TO RECEMP-VIVIENDA.
           MOVE ANIOS-ANTIGUEDAD TO RECEMP-ANTIG.
           WRITE REG-REC FROM REC-EMPLEADO.
           WRITE REG-REC FROM REC-SEPARADOR.
           WRITE REG-REC FROM REC-ROTULO.
           MOVE "SUELDO BASICO" TO RECLIN-DESCRIP.
           MOVE IMPORTE-BASICO TO RECLIN-HABER.
           MOVE 0 TO RECLIN-DESCUENTO.
           WRITE REG-REC FROM REC-LINEA.
           IF IMPORTE-ANTIGUEDAD > 0
               MOVE "ANTIGUEDAD" TO RECLIN-DESCRIP
               MOVE IMPORTE-ANTIGUEDAD TO RECLIN-HABER
               WRITE REG-REC FROM REC-LINEA.
           MOVE 1 TO POS-NOV.
           PERFORM ESCRIBIR-NOVEDAD-REC UNTIL POS-NOV > CANT-NOV.
           MOVE 1 TO POS-PAR.
           PERFORM ESCRIBIR-DESCUENTO-REC UNTIL POS-PAR > CANT-PAR.
           WRITE REG-REC FROM REC-SEPARADOR.
           MOVE "TOTALES" TO RECLIN-DESCRIP.
           MOVE IMPORTE-BRUTO TO RECLIN-HABER.
           MOVE IMPORTE-DEDUCCIONES TO RECLIN-DESCUENTO.
           WRITE REG-REC FROM REC-LINEA.
           MOVE "NETO A COBRAR" TO RECLIN-DESCRIP.
           MOVE IMPORTE-NETO TO RECLIN-HABER.
           MOVE 0 TO RECLIN-DESCUENTO.
           WRITE REG-REC FROM REC-LINEA.
           MOVE "CONTRIB. PATRONALES" TO RECLIN-DESCRIP.
           MOVE IMPORTE-CONTRIBUCIONES TO RECLIN-HABER.
           WRITE REG-REC FROM REC-LINEA.
           MOVE SPACES TO REG-REC.
           WRITE REG-REC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-NOVEDAD-REC.
           IF BUF-NOV-CUIT-CONS(POS-NOV) = EMP-CUIT-CONS
               AND BUF-NOV-LEGAJO(POS-NOV) = EMP-LEGAJO
               MOVE BUF-NOV-DESCRIP(POS-NOV) TO RECLIN-DESCRIP
               MOVE BUF-NOV-IMPORTE(POS-NOV) TO RECLIN-HABER
               MOVE 0 TO RECLIN-DESCUENTO
               WRITE REG-REC FROM REC-LINEA.
           ADD 1 TO POS-NOV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-DESCUENTO-REC.
           IF TAB-PAR-TIPO(POS-PAR) = "D"
               COMPUTE IMPORTE-CONCEPTO ROUNDED = IMPORTE-BRUTO
                   * TAB-PAR-PORCENTAJE(POS-PAR) / 100
               MOVE TAB-PAR-DESCRIP(POS-PAR) TO RECLIN-DESCRIP
               MOVE 0 TO RECLIN-HABER
               MOVE IMPORTE-CONCEPTO TO RECLIN-DESCUENTO
               WRITE REG-REC FROM REC-LINEA.
           ADD 1 TO POS-PAR.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * El gasto del consorcio es el bruto (que incluye los aportes
      * retenidos al empleado) mas las contribuciones patronales.
      *>-----------------------------------------------------------*
       ACUMULAR-CONSORCIO.
           MOVE "N" TO SW-CSU-HALLADO.
           MOVE 1 TO POS-CSU.
           PERFORM BUSCAR-CSU-PASO
               UNTIL POS-CSU > CANT-CSU OR CSU-HALLADO.
           IF NOT CSU-HALLADO
               IF CANT-CSU < 500
                   ADD 1 TO CANT-CSU
                   MOVE CANT-CSU TO POS-CSU
                   MOVE EMP-CUIT-CONS TO TAB-CSU-CUIT-CONS(POS-CSU)
                   MOVE 0 TO TAB-CSU-BRUTO(POS-CSU)
                   MOVE 0 TO TAB-CSU-CARGAS(POS-CSU)
                   MOVE "S" TO SW-CSU-HALLADO
               ELSE
                   DISPLAY "ERROR: tabla de consorcios llena, "
                       "el sueldo del legajo " EMP-LEGAJO " del CUIT "
                       EMP-CUIT-CONS " no entra"
                   MOVE "S" TO SW-EXCESO-TABLA.
           IF CSU-HALLADO
               ADD IMPORTE-BRUTO TO TAB-CSU-BRUTO(POS-CSU)
               ADD IMPORTE-CONTRIBUCIONES TO TAB-CSU-CARGAS(POS-CSU).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CSU-PASO.
           IF TAB-CSU-CUIT-CONS(POS-CSU) = EMP-CUIT-CONS
               MOVE "S" TO SW-CSU-HALLADO
           ELSE
               ADD 1 TO POS-CSU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       AGREGAR-SUELDO-A-PAGAR.
           IF CANT-SAP < 9999
               ADD 1 TO CANT-SAP
               MOVE PERIODO TO BUF-SAP-PERIODO(CANT-SAP)
               MOVE EMP-CUIT-CONS TO BUF-SAP-CUIT-CONS(CANT-SAP)
               MOVE EMP-LEGAJO TO BUF-SAP-LEGAJO(CANT-SAP)
               MOVE EMP-CUIL TO BUF-SAP-CUIL(CANT-SAP)
               MOVE IMPORTE-NETO TO BUF-SAP-NETO(CANT-SAP)
               MOVE EMP-ENTIDAD TO BUF-SAP-ENTIDAD(CANT-SAP)
               MOVE EMP-CBU TO BUF-SAP-CBU(CANT-SAP)
               MOVE 1 TO BUF-SAP-ESTADO(CANT-SAP)
           ELSE
               DISPLAY "ERROR: tabla de sueldos a pagar llena, "
                   "el neto del legajo " EMP-LEGAJO " del CUIT "
                   EMP-CUIT-CONS " no entra"
               MOVE "S" TO SW-EXCESO-TABLA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * gastos.txt se copia sin los conceptos de sueldos de una
      * corrida anterior, se le agregan los del periodo y se ordena
      * por CUIT y concepto, igual que lo deja GENGAS.
      *>-----------------------------------------------------------*
       GRABAR-GASTOS.
           OPEN OUTPUT GAS-SU.
           IF FS-GAS-SU NOT = "00"
               DISPLAY "Error en open gastos-su FS: " FS-GAS-SU
                   ", gastos.txt no se modifica"
               MOVE "S" TO SW-ERROR-GASTOS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM ARMAR-GASTOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ARMAR-GASTOS.
           OPEN INPUT GAS.
           IF FS-GAS EQUAL "00"
               PERFORM LEER-GAS
               PERFORM COPIAR-GASTO UNTIL EOF-GAS
               CLOSE GAS
           ELSE
               IF FS-GAS = "05"
                   CLOSE GAS
               ELSE
                   DISPLAY "Error en open gastos FS: " FS-GAS
                       ", gastos.txt no se modifica"
                   MOVE "S" TO SW-ERROR-GASTOS
                   MOVE 16 TO RETURN-CODE.
           MOVE 1 TO POS-CSU.
           PERFORM ESCRIBIR-GASTOS-CSU UNTIL POS-CSU > CANT-CSU.
           CLOSE GAS-SU.
           IF NOT ERROR-GASTOS
               SORT WRK-GAS
                   ON ASCENDING KEY WRK-GAS-CUIT-CONS
                      ASCENDING KEY WRK-GAS-CONCEPTO
                   USING GAS-SU
                   GIVING GAS.
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
           IF GAS-CONCEPTO = CONCEPTO-SUELDOS
               OR GAS-CONCEPTO = CONCEPTO-CARGAS
               ADD 1 TO CANT-GAS-REEMPLAZADOS
           ELSE
               MOVE REG-GAS TO REG-GAS-SU
               WRITE REG-GAS-SU
               ADD 1 TO CANT-GAS-COPIADOS.
           PERFORM LEER-GAS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-GASTOS-CSU.
           MOVE TAB-CSU-CUIT-CONS(POS-CSU) TO GSU-CUIT-CONS.
           MOVE CONCEPTO-SUELDOS TO GSU-CONCEPTO.
           MOVE DESCRIP-SUELDOS TO GSU-DESCRIP.
           MOVE TAB-CSU-BRUTO(POS-CSU) TO GSU-IMPORTE.
           WRITE REG-GAS-SU.
           IF TAB-CSU-CARGAS(POS-CSU) > 0
               MOVE TAB-CSU-CUIT-CONS(POS-CSU) TO GSU-CUIT-CONS
               MOVE CONCEPTO-CARGAS TO GSU-CONCEPTO
               MOVE DESCRIP-CARGAS TO GSU-DESCRIP
               MOVE TAB-CSU-CARGAS(POS-CSU) TO GSU-IMPORTE
               WRITE REG-GAS-SU.
           ADD 1 TO POS-CSU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-SUELDOS-A-PAGAR.
           OPEN OUTPUT SAP.
           IF FS-SAP NOT = "00" AND FS-SAP NOT = "05"
               DISPLAY "Error en open sueldos a pagar FS: " FS-SAP
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 1 TO SUBIND-SAP
               PERFORM ESCRIBIR-PASO-SAP UNTIL SUBIND-SAP > CANT-SAP
               CLOSE SAP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-PASO-SAP.
           MOVE BUF-SAP(SUBIND-SAP) TO REG-SAP.
           WRITE REG-SAP.
           ADD 1 TO SUBIND-SAP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-BITACORA.
           CALL "BITACORA" USING BTC-PROGRAMA, BTC-SEVERIDAD,
               BTC-DETALLE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           DISPLAY "---- CONTROL DE TOTALES ----".
           DISPLAY "Empleados activos         : " CANT-EMPLEADOS.
           DISPLAY "Empleados liquidados      : " CANT-LIQUIDADOS.
           DISPLAY "Empleados rechazados      : " CANT-RECHAZADOS.
           DISPLAY "Total bruto               : " TOTAL-BRUTO.
           DISPLAY "Total descuentos          : " TOTAL-DEDUCCIONES.
           DISPLAY "Total neto a transferir   : " TOTAL-NETO.
           DISPLAY "Total contrib. patronales : " TOTAL-CONTRIBUCIONES.
           DISPLAY "Consorcios con sueldos    : " CANT-CSU.
           DISPLAY "Gastos copiados           : " CANT-GAS-COPIADOS.
           DISPLAY "Gastos de sueldos previos : " CANT-GAS-REEMPLAZADOS.
           DISPLAY "Netos pendientes previos  : " CANT-SAP-DESCARTADOS.
           DISPLAY "Recibos en " NOMBRE-ARCH-REC.

       END PROGRAM SUELDOS.
