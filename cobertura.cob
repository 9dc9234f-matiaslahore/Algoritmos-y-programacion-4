      *          contra cpr.txt y prov.txt y, para cada rubro de
      *          rubro.txt, lista los consorcios activos sin ningun
      *          proveedor asignado de ese rubro, con un resumen
      *          final de porcentaje de cobertura por rubro. Los
      *          proveedores suspendidos por documentacion
      *          (prov-suspendidos.txt, generado por DOCPROV) no
      *          cuentan como cobertura del rubro.
      * Tectonics: cobc
      ******************************************************************

           SELECT PROV  ASSIGN TO "prov.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PROV.
           SELECT OPTIONAL PSU
                        ASSIGN TO "prov-suspendidos.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-PSU.
           SELECT RUB   ASSIGN TO "rubro.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-RUB.
           03 RUB-CODIGO PIC 9(4).
           03 RUB-DESCRIP PIC X(15).

      * Proveedores suspendidos por DOCPROV por falta de
      * documentacion obligatoria vigente.
       FD  PSU.
       01  REG-PSU.
           03 PSU-COD-PROV PIC 9(8).
           03 PSU-FECHA PIC 9(8).
           03 PSU-TIPO-DOC PIC X(4).
           03 PSU-MOTIVO PIC X(1).

       WORKING-STORAGE SECTION.

       01  LINEA PIC X(106).
           88 OK-PROV VALUE "00".
           88 NO-PROV VALUE "23".
           88 EOF-PROV VALUE "10".
       77  FS-PSU PIC XX.
           88 OK-PSU VALUE "00".
           88 NO-PSU VALUE "23".
           88 EOF-PSU VALUE "10".
       77  FS-RUB PIC XX.
           88 OK-RUB VALUE "00".
           88 NO-RUB VALUE "23".
           03 TAB-PROV OCCURS 999 TIMES.
              05 TAB-PRO-COD PIC 9(8).
              05 TAB-PRO-RUBRO PIC 9(4).
              05 TAB-PRO-SUSPENDIDO PIC X(1).
       01  POS-PROV PIC 9(4) VALUE 0.
       01  SW-PROV-HALLADO PIC X(1) VALUE "N".
           88 PROV-HALLADO VALUE "S".
       01  RUBRO-PROV PIC 9(4) VALUE 0.

       01  CANT-SUSP PIC 9(3) VALUE 0.
       01  TABLA-SUSP.
           03 TAB-SUSP OCCURS 999 TIMES.
              05 TAB-SUS-COD-PROV PIC 9(8).
              05 TAB-SUS-TIPO-DOC PIC X(4).
       01  POS-SUSP PIC 9(3) VALUE 0.
       01  PROV-A-CONTROLAR PIC 9(8) VALUE 0.
       01  SW-SUSPENDIDO PIC X(1) VALUE "N".
           88 PROV-SUSPENDIDO VALUE "S".
       01  CANT-PROV-SUSP PIC 9(4) VALUE 0.

       01  CANT-MAE PIC 9(4) VALUE 0.
       01  BUFFER-MAE.
           03 BUF-MAE OCCURS 1 TO 9999 TIMES
       INICIO.
           PERFORM ARMAR-FECHA-HOY.
           PERFORM CARGAR-TABLA-RUBRO.
           PERFORM CARGAR-SUSPENDIDOS.
           PERFORM CARGAR-TABLA-PROV.
           PERFORM CARGAR-MAESTRO.
           PERFORM CARGAR-CPR.
               ADD 1 TO CANT-PROV
               MOVE PRO-COD-PROV TO TAB-PRO-COD(CANT-PROV)
               MOVE PRO-RUBRO TO TAB-PRO-RUBRO(CANT-PROV)
               MOVE PRO-COD-PROV TO PROV-A-CONTROLAR
               PERFORM BUSCAR-SUSPENDIDO
               IF PROV-SUSPENDIDO
                   MOVE "S" TO TAB-PRO-SUSPENDIDO(CANT-PROV)
                   ADD 1 TO CANT-PROV-SUSP
               ELSE
                   MOVE "N" TO TAB-PRO-SUSPENDIDO(CANT-PROV)
               END-IF
           ELSE
               DISPLAY "ADVERTENCIA: tabla de proveedores llena, el "
                   "proveedor " PRO-COD-PROV " no se considera".
               PERFORM BUSCAR-RUBRO-PROV
               IF PROV-HALLADO
                   AND RUBRO-PROV = TAB-RUB-CODIGO(POS-RUB)
                   AND TAB-PRO-SUSPENDIDO(POS-PROV) NOT = "S"
                   MOVE "S" TO SW-CUBIERTO
               END-IF
           END-IF.
           ELSE
               ADD 1 TO POS-PROV.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * prov-suspendidos.txt lo regraba DOCPROV cada noche; si no
      * existe no hay proveedores suspendidos.
      *>-----------------------------------------------------------*
       CARGAR-SUSPENDIDOS.
           OPEN INPUT PSU.
           IF FS-PSU EQUAL "00"
               PERFORM LEER-PSU
               PERFORM LLENAR-TABLA-SUSP UNTIL EOF-PSU
               CLOSE PSU
           ELSE
               IF FS-PSU = "05"
                   CLOSE PSU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-PSU.
           READ PSU
               AT END MOVE "10" TO FS-PSU.
           IF FS-PSU NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER SUSPENDIDOS FS: ' FS-PSU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLENAR-TABLA-SUSP.
           IF CANT-SUSP < 999
               ADD 1 TO CANT-SUSP
               MOVE PSU-COD-PROV TO TAB-SUS-COD-PROV(CANT-SUSP)
               MOVE PSU-TIPO-DOC TO TAB-SUS-TIPO-DOC(CANT-SUSP)
           ELSE
               DISPLAY "ADVERTENCIA: tabla de suspendidos llena, el "
                   "proveedor " PSU-COD-PROV " no se considera".
           PERFORM LEER-PSU.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-SUSPENDIDO.
           MOVE "N" TO SW-SUSPENDIDO.
           MOVE 1 TO POS-SUSP.
           PERFORM BUSCAR-SUSPENDIDO-PASO
               UNTIL POS-SUSP > CANT-SUSP OR PROV-SUSPENDIDO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-SUSPENDIDO-PASO.
           IF TAB-SUS-COD-PROV(POS-SUSP) = PROV-A-CONTROLAR
               MOVE "S" TO SW-SUSPENDIDO
           ELSE
               ADD 1 TO POS-SUSP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-SIN-COBERTURA.
           PERFORM CONTROL-HOJA.
           DISPLAY "---- COBERTURA POR RUBRO ----".
           MOVE 1 TO POS-RUB.
           PERFORM IMPR-RESUMEN-RUBRO UNTIL POS-RUB > CANT-RUBROS.
           DISPLAY "Proveedores suspendidos (sin cobertura): "
               CANT-PROV-SUSP.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN-RUBRO.
