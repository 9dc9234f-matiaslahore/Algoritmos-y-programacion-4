      *          fechado en uf-historial.txt (historial de
      *          propietarios por unidad) y sale en el listado de
      *          transferencias de la corrida.
      *          La transferencia exige un certificado de libre deuda
      *          de la unidad emitido por LIBDEUDA dentro de los
      *          ultimos 30 dias (certificados-ld.txt); sin el se
      *          rechaza y figura como rechazada en el listado de
      *          transferencias.
      *          La cabecera del lote trae el operador que lo
      *          preparo; un lote con transferencias se aplica solo
      *          si otro operador lo aprobo con APROBLOT (doble
      *          control de CTLAPROB), y el aprobador queda con el
      *          lote aplicado en auditoria.txt. La aprobacion vale
      *          para los movimientos tal como se aprobaron (suma de
      *          verificacion de CHKLOTE sobre cada registro).
      *          Mantiene tambien los datos de contacto de cada
      *          propietario (email, telefono y domicilio postal) en
      *          contactos-uf.txt, que usa NOTIFIC para los avisos:
      *          el alta y la modificacion los reemplazan completos
      *          si el movimiento trae alguno de sus datos (email,
      *          telefono o domicilio), la baja los borra, la
      *          transferencia los reemplaza por los del nuevo
      *          titular (sin datos la unidad queda sin contacto) y
      *          la operacion 5 solo reemplaza el contacto de una
      *          unidad existente. Los
      *          cambios de contacto siguen la suerte del movimiento:
      *          no se aplican en consorcios rechazados por suma ni
      *          en transferencias rechazadas.
      * Tectonics: cobc
      ******************************************************************

                        ASSIGN TO "uf-historial.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-UFH.
           SELECT OPTIONAL CTO
                        ASSIGN TO "contactos-uf.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CTO.
           SELECT OPTIONAL CLD
                        ASSIGN TO "certificados-ld.txt"
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FS-CLD.
           SELECT MAE-INDEX ASSIGN TO "maestro_indexed.txt"
                        ACCESS MODE IS DYNAMIC
                        ORGANIZATION IS INDEXED
           03 MOVUF-NRO-UNIDAD PIC 9(4).
           03 MOVUF-PROPIETARIO PIC X(30).
           03 MOVUF-PORCENTUAL PIC 9(3)V99.
           03 MOVUF-EMAIL PIC X(50).
           03 MOVUF-TELEFONO PIC X(15).
           03 MOVUF-DOMICILIO PIC X(40).

      * Registros de control de lote del archivo de movimientos:
      * cabecera "H" (fecha de generacion, identificador de lote y
      * operador que lo preparo)
      * y cola "T" (cantidad de movimientos y suma de importes
      * donde aplica, en cero donde no).
       01  REG-MOV-CAB.
           03 CAB-TIPO PIC X(1).
           03 CAB-FECHA-GEN PIC 9(8).
           03 CAB-ID-LOTE PIC 9(6).
           03 CAB-OPERADOR PIC X(8).
       01  REG-MOV-COLA.
           03 COLA-TIPO PIC X(1).
           03 COLA-CANT PIC 9(6).
           03 UFH-PROP-ANTERIOR PIC X(30).
           03 UFH-PROP-NUEVO PIC X(30).

       FD  CTO.
       01  REG-CTO.
           03 CTO-CUIT-CONS PIC 9(15).
           03 CTO-NRO-UNIDAD PIC 9(4).
           03 CTO-EMAIL PIC X(50).
           03 CTO-TELEFONO PIC X(15).
           03 CTO-DOMICILIO PIC X(40).

       FD  CLD.
       01  REG-CLD.
           03 CLD-NUMERO PIC 9(6).
           03 CLD-CUIT-CONS PIC 9(15).
           03 CLD-NRO-UNIDAD PIC 9(4).
           03 CLD-FECHA-EMISION PIC 9(8).
           03 CLD-FECHA-CORTE PIC 9(8).
           03 CLD-RESULTADO PIC X(1).
           03 CLD-DEUDA PIC 9(9)V99.
           03 CLD-INTERES PIC 9(9)V99.

       FD  MAE-INDEX.
       01  REG-MAE-INDEX.
           03 MAE-INDEX-CUIT-CONS PIC 9(15).
           88 OK-UFH VALUE "00".
           88 NO-UFH VALUE "23".
           88 EOF-UFH VALUE "10".
       77  FS-CTO PIC XX.
           88 OK-CTO VALUE "00".
           88 NO-CTO VALUE "23".
           88 EOF-CTO VALUE "10".
       77  FS-CLD PIC XX.
           88 OK-CLD VALUE "00".
           88 NO-CLD VALUE "23".
           88 EOF-CLD VALUE "10".
       77  FS-MAE-INDEX PIC XX.
           88 OK-MAE-INDEX VALUE "00".
           88 NO-MAE-INDEX VALUE "23".
       01  SUMA-MOV-LOTE PIC 9(13)V99 VALUE 0.
       01  COLA-CANT-DECL PIC 9(6) VALUE 0.
       01  COLA-SUMA-DECL PIC 9(13)V99 VALUE 0.
       01  OPERADOR-LOTE PIC X(8) VALUE SPACES.
       01  CANT-MOV-SENSIBLES PIC 9(6) VALUE 0.

      * Parametros del doble control de lotes (CTLAPROB).
       01  APR-FUNCION PIC X(1) VALUE SPACES.
       01  APR-PROGRAMA PIC X(8) VALUE SPACES.
       01  APR-ID-LOTE PIC 9(6) VALUE 0.
       01  APR-OPERADOR PIC X(8) VALUE SPACES.
       01  APR-CANT PIC 9(6) VALUE 0.
       01  APR-SUMA PIC 9(13)V99 VALUE 0.
       01  APR-APROBADOR PIC X(8) VALUE SPACES.
       01  APR-COD-RET PIC 9(2) VALUE 0.
       01  APR-CONTROL PIC 9(15) VALUE 0.
       01  LARGO-MOV PIC 9(4) VALUE 0.
       01  SW-MOV-VALIDO PIC X(1) VALUE "S".
           88 MOV-VALIDO VALUE "S".
           88 MOV-INVALIDO VALUE "N".
       01  CUIT-MERGE PIC 9(15) VALUE 0.

       01  FECHA-HOY PIC 9(8) VALUE 0.
       01  FECHA-HOY-R REDEFINES FECHA-HOY.
           03 FH-ANIO PIC 9(4).
           03 FH-MES PIC 9(2).
           03 FH-DIA PIC 9(2).
       01  DIAS-HOY PIC 9(7) VALUE 0.
       01  DIAS-EMISION PIC 9(7) VALUE 0.
       01  EMISION-AUX.
           03 EA-ANIO PIC 9(4).
           03 EA-MES PIC 9(2).
           03 EA-DIA PIC 9(2).

      * Certificados de libre deuda vigentes a la fecha de la
      * corrida: resultado "L" y emitidos dentro de los ultimos
      * DIAS-VALIDEZ-CERT dias (base comercial, como en LIBDEUDA).
       01  DIAS-VALIDEZ-CERT PIC 9(3) VALUE 30.
       01  CANT-LDE PIC 9(3) VALUE 0.
       01  TABLA-LIBRE-DEUDA.
           03 TAB-LDE OCCURS 500 TIMES.
              05 TAB-LDE-CUIT PIC 9(15).
              05 TAB-LDE-UNIDAD PIC 9(4).
       01  POS-LDE PIC 9(3) VALUE 0.
       01  SW-LIBRE-DEUDA PIC X(1) VALUE "N".
           88 LIBRE-DEUDA-VIGENTE VALUE "S".

      * Transferencias de titularidad de la corrida, para el
      * listado final.
       01  CANT-TRANSF PIC 9(3) VALUE 0.
       01  CANT-TRANSF-APLIC PIC 9(3) VALUE 0.
       01  CANT-TRANSF-DESC PIC 9(3) VALUE 0.
       01  CANT-TRANSF-RECH PIC 9(3) VALUE 0.
       01  TABLA-TRANSF.
           03 TAB-TRF OCCURS 200 TIMES.
              05 TAB-TRF-CUIT PIC 9(15).
           03 TRFLIN-PROP-ANT PIC X(30).
           03 FILLER PIC X(3) VALUE " A ".
           03 TRFLIN-PROP-NUE PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
           03 TRFLIN-OBS PIC X(26).

      * Contactos de propietarios (contactos-uf.txt, ordenado por
      * CUIT + unidad) y cambios de contacto de la corrida, que se
      * aplican despues del control de sumas como el historial.
       01  CANT-CTO PIC 9(4) VALUE 0.
       01  BUFFER-CTO.
           03 BUF-CTO OCCURS 1 TO 9999 TIMES
              DEPENDING ON CANT-CTO.
              05 BUF-CTO-CUIT-CONS PIC 9(15).
              05 BUF-CTO-NRO-UNIDAD PIC 9(4).
              05 BUF-CTO-EMAIL PIC X(50).
              05 BUF-CTO-TELEFONO PIC X(15).
              05 BUF-CTO-DOMICILIO PIC X(40).
       01  POS-CTO PIC 9(4) VALUE 0.
       01  SUBIND-CTO PIC 9(4) VALUE 0.
       01  SW-ENCONTRADO-CTO PIC X(1) VALUE "N".
           88 ENCONTRADO-CTO VALUE "S".
       01  CANT-ARROBAS PIC 9(2) VALUE 0.

       01  CANT-CAMBIOS-CTO PIC 9(3) VALUE 0.
       01  ACCION-CONTACTO PIC X(1) VALUE SPACES.
       01  TABLA-CAMBIOS-CTO.
           03 TAB-CCT OCCURS 500 TIMES.
              05 TAB-CCT-CUIT PIC 9(15).
              05 TAB-CCT-UNIDAD PIC 9(4).
              05 TAB-CCT-ACCION PIC X(1).
              05 TAB-CCT-EMAIL PIC X(50).
              05 TAB-CCT-TELEFONO PIC X(15).
              05 TAB-CCT-DOMICILIO PIC X(40).
       01  POS-CCT PIC 9(3) VALUE 0.
       01  CANT-CTO-ACTUALIZ PIC 9(4) VALUE 0.
       01  CANT-CTO-BORRADOS PIC 9(4) VALUE 0.
       01  CANT-CTO-DESC PIC 9(4) VALUE 0.
       01  ESCRITOS-CTO PIC 9(4) VALUE 0.

       01  CANT-ALTAS PIC 9(4) VALUE 0.
       01  CANT-MODIF PIC 9(4) VALUE 0.
               PERFORM APLICAR-MOVIMIENTO UNTIL EOF-MOV
               PERFORM CONTROLAR-SUMAS
               PERFORM GRABAR-HISTORIALES
               PERFORM APLICAR-CONTACTOS
               PERFORM GRABAR-UF
               PERFORM GRABAR-CONTACTOS
               PERFORM REGISTRAR-LOTE
               PERFORM LISTAR-TRANSFERENCIAS
               PERFORM IMPR-RESUMEN
                   "FS: " FS-UFH
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM CARGAR-UF.
           PERFORM CARGAR-CONTACTOS.
           PERFORM CARGAR-LIBRE-DEUDA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-UF.
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-CONTACTOS.
           OPEN INPUT CTO.
           IF FS-CTO EQUAL "00"
               PERFORM LEER-CTO
               PERFORM LLENAR-BUFFER-CTO
                   UNTIL EOF-CTO OR ERROR-APERTURA
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
       LLENAR-BUFFER-CTO.
           IF CANT-CTO < 9999
               ADD 1 TO CANT-CTO
               MOVE REG-CTO TO BUF-CTO(CANT-CTO)
           ELSE
               DISPLAY "ERROR: contactos-uf.txt supera los 9999 "
                   "registros, se aborta para no truncar el archivo"
               MOVE "S" TO SW-ERROR-APERTURA.
           PERFORM LEER-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-MOV.
           READ MOV
           MOVE "S" TO SW-MOV-VALIDO.
           IF MOVUF-OP NOT = 1 AND MOVUF-OP NOT = 2
               AND MOVUF-OP NOT = 3 AND MOVUF-OP NOT = 4
               AND MOVUF-OP NOT = 5
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "RECHAZADO: operacion " MOVUF-OP
                   " invalida, CUIT " MOVUF-CUIT-CONS.
               MOVE "N" TO SW-MOV-VALIDO
               DISPLAY "RECHAZADO: porcentual en cero, CUIT "
                   MOVUF-CUIT-CONS " unidad " MOVUF-NRO-UNIDAD.
           IF MOVUF-EMAIL NOT = SPACES
               MOVE 0 TO CANT-ARROBAS
               INSPECT MOVUF-EMAIL TALLYING CANT-ARROBAS FOR ALL "@"
               IF CANT-ARROBAS NOT = 1 OR MOVUF-EMAIL(1:1) = "@"
                   MOVE "N" TO SW-MOV-VALIDO
                   DISPLAY "RECHAZADO: email " MOVUF-EMAIL
                       " invalido, CUIT " MOVUF-CUIT-CONS
                       " unidad " MOVUF-NRO-UNIDAD.
           IF MOV-VALIDO
               PERFORM VALIDAR-CONSORCIO.
      *>-----------------------------------------------------------*
                   IF MOVUF-OP = 3
                       PERFORM BAJA-UF
                   ELSE
                       IF MOVUF-OP = 4
                           PERFORM TRANSFERIR-UF
                       ELSE
                           PERFORM CONTACTO-UF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-UF.
                   PERFORM DESPLAZAR-UF
                   PERFORM ARMAR-NUEVA-UF
                   PERFORM MARCAR-TOCADO
                   PERFORM ANOTAR-CONTACTO-INFORMADO
                   ADD 1 TO CANT-ALTAS
                   DISPLAY "ALTA: CUIT " MOVUF-CUIT-CONS " unidad "
                       MOVUF-NRO-UNIDAD " registrada".
               MOVE MOVUF-PROPIETARIO TO BUF-UF-PROPIETARIO(POS-UF)
               MOVE MOVUF-PORCENTUAL TO BUF-UF-PORCENTUAL(POS-UF)
               PERFORM MARCAR-TOCADO
               PERFORM ANOTAR-CONTACTO-INFORMADO
               ADD 1 TO CANT-MODIF
               DISPLAY "MODIFICACION: CUIT " MOVUF-CUIT-CONS
                   " unidad " MOVUF-NRO-UNIDAD " actualizada"
           IF ENCONTRADO-UF
               PERFORM QUITAR-UF
               PERFORM MARCAR-TOCADO
               MOVE "B" TO ACCION-CONTACTO
               PERFORM ANOTAR-CAMBIO-CONTACTO
               ADD 1 TO CANT-BAJAS
               DISPLAY "BAJA: CUIT " MOVUF-CUIT-CONS " unidad "
                   MOVUF-NRO-UNIDAD " eliminada"
                           " unidad " MOVUF-NRO-UNIDAD
                       ADD 1 TO CANT-RECHAZADOS
                   ELSE
                       PERFORM BUSCAR-LIBRE-DEUDA
                       PERFORM ANOTAR-TRANSFERENCIA
                       IF LIBRE-DEUDA-VIGENTE
                           MOVE MOVUF-PROPIETARIO
                               TO BUF-UF-PROPIETARIO(POS-UF)
                           PERFORM ANOTAR-CONTACTO-NUEVO
                           DISPLAY "TRANSFERENCIA: CUIT "
                               MOVUF-CUIT-CONS " unidad "
                               MOVUF-NRO-UNIDAD " cambio de titular"
                       ELSE
                           MOVE "R" TO TAB-TRF-APLICADA(CANT-TRANSF + 1)
                           ADD 1 TO CANT-TRANSF-RECH
                           ADD 1 TO CANT-RECHAZADOS
                           DISPLAY "RECHAZADO TRANSFERENCIA: CUIT "
                               MOVUF-CUIT-CONS " unidad "
                               MOVUF-NRO-UNIDAD " sin certificado de "
                               "libre deuda vigente"
                       END-IF
                       ADD 1 TO CANT-TRANSF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Operacion 5: cambia solo el contacto de una unidad
      * existente; sin datos en el movimiento la unidad queda sin
      * contacto.
      *>-----------------------------------------------------------*
       CONTACTO-UF.
           PERFORM BUSCAR-UF.
           IF ENCONTRADO-UF
               PERFORM ANOTAR-CONTACTO-NUEVO
               DISPLAY "CONTACTO: CUIT " MOVUF-CUIT-CONS
                   " unidad " MOVUF-NRO-UNIDAD " actualizado"
           ELSE
               DISPLAY "RECHAZADO CONTACTO: CUIT " MOVUF-CUIT-CONS
                   " unidad " MOVUF-NRO-UNIDAD " no existe"
               ADD 1 TO CANT-RECHAZADOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Alta y modificacion: el contacto se toca solo si el
      * movimiento trae alguno de sus datos.
      *>-----------------------------------------------------------*
       ANOTAR-CONTACTO-INFORMADO.
           IF MOVUF-EMAIL NOT = SPACES OR MOVUF-TELEFONO NOT = SPACES
               OR MOVUF-DOMICILIO NOT = SPACES
               MOVE "R" TO ACCION-CONTACTO
               PERFORM ANOTAR-CAMBIO-CONTACTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Transferencia y operacion 5: el contacto anterior se
      * reemplaza siempre por el que trae el movimiento.
      *>-----------------------------------------------------------*
       ANOTAR-CONTACTO-NUEVO.
           IF MOVUF-EMAIL NOT = SPACES OR MOVUF-TELEFONO NOT = SPACES
               OR MOVUF-DOMICILIO NOT = SPACES
               MOVE "R" TO ACCION-CONTACTO
           ELSE
               MOVE "B" TO ACCION-CONTACTO
               IF MOVUF-OP = 4
                   DISPLAY "ADVERTENCIA: transferencia del CUIT "
                       MOVUF-CUIT-CONS " unidad " MOVUF-NRO-UNIDAD
                       " sin contacto del nuevo titular"
               END-IF
           END-IF.
           PERFORM ANOTAR-CAMBIO-CONTACTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ANOTAR-CAMBIO-CONTACTO.
           IF CANT-CAMBIOS-CTO < 500
               ADD 1 TO CANT-CAMBIOS-CTO
               MOVE MOVUF-CUIT-CONS TO TAB-CCT-CUIT(CANT-CAMBIOS-CTO)
               MOVE MOVUF-NRO-UNIDAD
                   TO TAB-CCT-UNIDAD(CANT-CAMBIOS-CTO)
               MOVE ACCION-CONTACTO TO TAB-CCT-ACCION(CANT-CAMBIOS-CTO)
               MOVE MOVUF-EMAIL TO TAB-CCT-EMAIL(CANT-CAMBIOS-CTO)
               MOVE MOVUF-TELEFONO
                   TO TAB-CCT-TELEFONO(CANT-CAMBIOS-CTO)
               MOVE MOVUF-DOMICILIO
                   TO TAB-CCT-DOMICILIO(CANT-CAMBIOS-CTO)
           ELSE
               DISPLAY "ADVERTENCIA: tabla de cambios de contacto "
                   "llena, no se actualiza el contacto del CUIT "
                   MOVUF-CUIT-CONS " unidad " MOVUF-NRO-UNIDAD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ANOTAR-TRANSFERENCIA.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-HISTORIAL-PASO.
           IF TAB-TRF-APLICADA(POS-TRF) NOT = "R"
               PERFORM GRABAR-HISTORIAL-TRF.
           ADD 1 TO POS-TRF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       GRABAR-HISTORIAL-TRF.
           MOVE TAB-TRF-CUIT(POS-TRF) TO CUIT-MERGE.
           PERFORM BUSCAR-CUIT-RECHAZADO.
           IF CUIT-RECHAZADO
               WRITE REG-UFH
               MOVE "S" TO TAB-TRF-APLICADA(POS-TRF)
               ADD 1 TO CANT-TRANSF-APLIC.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Aplica al buffer de contactos los cambios de la corrida en
      * el orden en que llegaron, salvo los de consorcios
      * rechazados por suma (uf.txt conserva sus unidades
      * anteriores y el contacto sigue al titular anterior).
      *>-----------------------------------------------------------*
       APLICAR-CONTACTOS.
           MOVE 1 TO POS-CCT.
           PERFORM APLICAR-CONTACTO-PASO
               UNTIL POS-CCT > CANT-CAMBIOS-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       APLICAR-CONTACTO-PASO.
           MOVE TAB-CCT-CUIT(POS-CCT) TO CUIT-MERGE.
           PERFORM BUSCAR-CUIT-RECHAZADO.
           IF CUIT-RECHAZADO
               ADD 1 TO CANT-CTO-DESC
           ELSE
               PERFORM BUSCAR-CTO
               IF TAB-CCT-ACCION(POS-CCT) = "B"
                   IF ENCONTRADO-CTO
                       PERFORM QUITAR-CTO
                       ADD 1 TO CANT-CTO-BORRADOS
                   END-IF
               ELSE
                   PERFORM REEMPLAZAR-CTO
               END-IF
           END-IF.
           ADD 1 TO POS-CCT.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-CTO.
           MOVE "N" TO SW-ENCONTRADO-CTO.
           MOVE 1 TO POS-CTO.
           PERFORM BUSCAR-PASO-CTO
               UNTIL POS-CTO > CANT-CTO
               OR ENCONTRADO-CTO
               OR BUF-CTO-CUIT-CONS(POS-CTO) > TAB-CCT-CUIT(POS-CCT)
               OR (BUF-CTO-CUIT-CONS(POS-CTO) = TAB-CCT-CUIT(POS-CCT)
                   AND BUF-CTO-NRO-UNIDAD(POS-CTO)
                       > TAB-CCT-UNIDAD(POS-CCT)).
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-PASO-CTO.
           IF BUF-CTO-CUIT-CONS(POS-CTO) = TAB-CCT-CUIT(POS-CCT)
               AND BUF-CTO-NRO-UNIDAD(POS-CTO) = TAB-CCT-UNIDAD(POS-CCT)
               MOVE "S" TO SW-ENCONTRADO-CTO
           ELSE
               ADD 1 TO POS-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       REEMPLAZAR-CTO.
           IF NOT ENCONTRADO-CTO
               IF CANT-CTO >= 9999
                   DISPLAY "ADVERTENCIA: tabla de contactos llena, no "
                       "se pudo registrar el contacto del CUIT "
                       TAB-CCT-CUIT(POS-CCT) " unidad "
                       TAB-CCT-UNIDAD(POS-CCT)
                   ADD 1 TO CANT-CTO-DESC
               ELSE
                   PERFORM DESPLAZAR-CTO
                   MOVE TAB-CCT-CUIT(POS-CCT)
                       TO BUF-CTO-CUIT-CONS(POS-CTO)
                   MOVE TAB-CCT-UNIDAD(POS-CCT)
                       TO BUF-CTO-NRO-UNIDAD(POS-CTO)
                   MOVE "S" TO SW-ENCONTRADO-CTO
               END-IF
           END-IF.
           IF ENCONTRADO-CTO
               MOVE TAB-CCT-EMAIL(POS-CCT) TO BUF-CTO-EMAIL(POS-CTO)
               MOVE TAB-CCT-TELEFONO(POS-CCT)
                   TO BUF-CTO-TELEFONO(POS-CTO)
               MOVE TAB-CCT-DOMICILIO(POS-CCT)
                   TO BUF-CTO-DOMICILIO(POS-CTO)
               ADD 1 TO CANT-CTO-ACTUALIZ.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       DESPLAZAR-CTO.
           MOVE CANT-CTO TO SUBIND-CTO.
           ADD 1 TO CANT-CTO.
           PERFORM DESPLAZAR-PASO-CTO UNTIL SUBIND-CTO < POS-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       DESPLAZAR-PASO-CTO.
           MOVE BUF-CTO(SUBIND-CTO) TO BUF-CTO(SUBIND-CTO + 1).
           SUBTRACT 1 FROM SUBIND-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       QUITAR-CTO.
           MOVE POS-CTO TO SUBIND-CTO.
           PERFORM QUITAR-PASO-CTO UNTIL SUBIND-CTO >= CANT-CTO.
           SUBTRACT 1 FROM CANT-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       QUITAR-PASO-CTO.
           MOVE BUF-CTO(SUBIND-CTO + 1) TO BUF-CTO(SUBIND-CTO).
           ADD 1 TO SUBIND-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Regraba contactos-uf.txt (con resguardo generacional) solo
      * si la corrida cambio algun contacto.
      *>-----------------------------------------------------------*
       GRABAR-CONTACTOS.
           IF CANT-CTO-ACTUALIZ > 0 OR CANT-CTO-BORRADOS > 0
               MOVE "contactos-uf.txt" TO RES-ARCHIVO
               MOVE "contacto" TO RES-BASE
               CALL "RESGUARD" USING RES-ARCHIVO, RES-BASE,
                   RES-COD-RET
               IF RES-COD-RET NOT = 0
                   DISPLAY "MANTUF: fallo el resguardo de "
                       "contactos-uf.txt, no se regraba"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM ESCRIBIR-CONTACTOS.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-CONTACTOS.
           OPEN OUTPUT CTO.
           IF FS-CTO NOT = "00"
               DISPLAY "Error en open contactos FS: " FS-CTO
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 1 TO POS-CTO
               PERFORM ESCRIBIR-CTO-PASO UNTIL POS-CTO > CANT-CTO
               CLOSE CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       ESCRIBIR-CTO-PASO.
           MOVE BUF-CTO(POS-CTO) TO REG-CTO.
           WRITE REG-CTO.
           ADD 1 TO ESCRITOS-CTO.
           ADD 1 TO POS-CTO.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LISTAR-TRANSFERENCIAS.
           DISPLAY "---- TRANSFERENCIAS DE LA CORRIDA ----".
           IF CANT-TRANSF-APLIC = 0 AND CANT-TRANSF-RECH = 0
               DISPLAY "  (ninguna)"
           ELSE
               MOVE 1 TO POS-TRF
      *>-----------------------------------------------------------*
       LISTAR-TRANSF-PASO.
           IF TAB-TRF-APLICADA(POS-TRF) = "S"
               OR TAB-TRF-APLICADA(POS-TRF) = "R"
               MOVE TAB-TRF-CUIT(POS-TRF) TO TRFLIN-CUIT
               MOVE TAB-TRF-UNIDAD(POS-TRF) TO TRFLIN-UNIDAD
               MOVE TAB-TRF-PROP-ANT(POS-TRF) TO TRFLIN-PROP-ANT
               MOVE TAB-TRF-PROP-NUE(POS-TRF) TO TRFLIN-PROP-NUE
               IF TAB-TRF-APLICADA(POS-TRF) = "R"
                   MOVE "RECHAZADA: SIN LIBRE DEUDA" TO TRFLIN-OBS
               ELSE
                   MOVE SPACES TO TRFLIN-OBS
               END-IF
               DISPLAY TRANSF-LINEA.
           ADD 1 TO POS-TRF.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Carga de certificados-ld.txt (de LIBDEUDA) los certificados
      * de libre deuda todavia vigentes. Sin registro ninguna
      * transferencia puede aplicarse.
      *>-----------------------------------------------------------*
       CARGAR-LIBRE-DEUDA.
           COMPUTE DIAS-HOY = FH-ANIO * 360 + FH-MES * 30 + FH-DIA.
           OPEN INPUT CLD.
           IF FS-CLD EQUAL "00"
               PERFORM LEER-CLD
               PERFORM CARGAR-LIBRE-DEUDA-PASO UNTIL EOF-CLD
               CLOSE CLD
           ELSE
               IF FS-CLD = "05"
                   CLOSE CLD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LEER-CLD.
           READ CLD
               AT END MOVE "10" TO FS-CLD.
           IF FS-CLD NOT EQUAL "00" AND "10"
               DISPLAY 'ERROR AL LEER CERTIFICADOS FS: ' FS-CLD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CARGAR-LIBRE-DEUDA-PASO.
           MOVE CLD-FECHA-EMISION TO EMISION-AUX.
           COMPUTE DIAS-EMISION = EA-ANIO * 360 + EA-MES * 30 + EA-DIA.
           IF CLD-RESULTADO = "L"
               AND CLD-FECHA-EMISION <= FECHA-HOY
               AND DIAS-HOY - DIAS-EMISION <= DIAS-VALIDEZ-CERT
               IF CANT-LDE < 500
                   ADD 1 TO CANT-LDE
                   MOVE CLD-CUIT-CONS TO TAB-LDE-CUIT(CANT-LDE)
                   MOVE CLD-NRO-UNIDAD TO TAB-LDE-UNIDAD(CANT-LDE)
               ELSE
                   DISPLAY "ADVERTENCIA: tabla de certificados de "
                       "libre deuda llena, el del CUIT " CLD-CUIT-CONS
                       " unidad " CLD-NRO-UNIDAD " no se considera".
           PERFORM LEER-CLD.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-LIBRE-DEUDA.
           MOVE "N" TO SW-LIBRE-DEUDA.
           MOVE 1 TO POS-LDE.
           PERFORM BUSCAR-LIBRE-DEUDA-PASO
               UNTIL POS-LDE > CANT-LDE OR LIBRE-DEUDA-VIGENTE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       BUSCAR-LIBRE-DEUDA-PASO.
           IF TAB-LDE-CUIT(POS-LDE) = MOVUF-CUIT-CONS
               AND TAB-LDE-UNIDAD(POS-LDE) = MOVUF-NRO-UNIDAD
               MOVE "S" TO SW-LIBRE-DEUDA
           ELSE
               ADD 1 TO POS-LDE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Controla que cada consorcio tocado por movimientos quede con
      * porcentuales que sumen exactamente 100.00. El que no cierra
      * se anota en TABLA-RECHAZO-SUMA y conserva luego sus unidades
      * Control de lote: el archivo de movimientos llega con un
      * registro cabecera "H" y un registro cola "T". El lote se
      * valida completo antes de aplicar nada y se rechaza entero
      * si no cierra en cantidad o suma, si viene truncado, si su
      * identificador ya figura en lotes-procesados.txt o si la
      * cabecera no trae el operador que lo preparo.
      * Si trae operaciones sensibles ademas debe estar aprobado
      * por otro operador (CONTROLAR-APROBACION).
      *>-----------------------------------------------------------*
       VALIDAR-LOTE.
           PERFORM LEER-MOV-LOTE.
           ELSE
               MOVE CAB-ID-LOTE TO ID-LOTE
               MOVE CAB-FECHA-GEN TO FECHA-LOTE
               MOVE CAB-OPERADOR TO OPERADOR-LOTE
               PERFORM LEER-MOV-LOTE
               PERFORM CONTAR-MOV-LOTE
                   UNTIL EOF-MOV OR COLA-HALLADA
               PERFORM CONTROLAR-COLA-LOTE
           END-IF.
           IF NOT LOTE-INVALIDO AND OPERADOR-LOTE = SPACES
               MOVE "S" TO SW-LOTE-INVALIDO
               DISPLAY "LOTE RECHAZADO: lote " ID-LOTE " sin el "
                   "operador que lo preparo en la cabecera".
           IF NOT LOTE-INVALIDO
               PERFORM CONTROLAR-LOTE-PROCESADO.
           IF NOT LOTE-INVALIDO AND CANT-MOV-SENSIBLES > 0
               PERFORM CONTROLAR-APROBACION.
           CLOSE MOV.
           IF NOT LOTE-INVALIDO
               OPEN INPUT MOV
               MOVE COLA-SUMA TO COLA-SUMA-DECL
           ELSE
               ADD 1 TO CANT-MOV-LOTE
               PERFORM SUMAR-CONTROL-MOV
               IF MOVUF-OP = 4
                   ADD 1 TO CANT-MOV-SENSIBLES
               END-IF
               PERFORM LEER-MOV-LOTE.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Suma de verificacion sobre la imagen completa de cada
      * movimiento, que CTLAPROB compara con la del lote aprobado.
      *>-----------------------------------------------------------*
       SUMAR-CONTROL-MOV.
           MOVE LENGTH OF REG-MOV TO LARGO-MOV.
           CALL "CHKLOTE" USING REG-MOV, LARGO-MOV, APR-CONTROL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       CONTROLAR-COLA-LOTE.
           IF NOT COLA-HALLADA
               MOVE FECHA-LOTE TO LPR-FECHA
               WRITE REG-LPR
               CLOSE LPR.
           MOVE "A" TO APR-FUNCION.
           PERFORM LLAMAR-CTLAPROB.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
      * Doble control: un lote con operaciones sensibles se aplica
      * solo si un operador distinto del que lo preparo lo aprobo
      * con APROBLOT. Si no, CTLAPROB lo deja pendiente en
      * lotes-aprobacion.txt y el lote se rechaza entero.
      *>-----------------------------------------------------------*
       CONTROLAR-APROBACION.
           MOVE "C" TO APR-FUNCION.
           PERFORM LLAMAR-CTLAPROB.
           IF APR-COD-RET NOT = 0
               MOVE "S" TO SW-LOTE-INVALIDO.
           IF APR-COD-RET = 0
               DISPLAY "Lote " ID-LOTE " preparado por "
                   OPERADOR-LOTE " y aprobado por " APR-APROBADOR.
           IF APR-COD-RET = 1
               DISPLAY "LOTE RECHAZADO: lote " ID-LOTE " con "
                   CANT-MOV-SENSIBLES " operaciones sensibles, queda "
                   "pendiente de aprobacion por otro operador".
           IF APR-COD-RET = 2
               DISPLAY "LOTE RECHAZADO: lote " ID-LOTE
                   " rechazado por " APR-APROBADOR.
           IF APR-COD-RET = 3
               DISPLAY "LOTE RECHAZADO: lote " ID-LOTE " no coincide "
                   "con el lote aprobado por " APR-APROBADOR.
           IF APR-COD-RET = 9
               DISPLAY "LOTE RECHAZADO: lote " ID-LOTE " sin poder "
                   "verificar su aprobacion".
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       LLAMAR-CTLAPROB.
           MOVE "MANTUF" TO APR-PROGRAMA.
           MOVE ID-LOTE TO APR-ID-LOTE.
           MOVE OPERADOR-LOTE TO APR-OPERADOR.
           MOVE CANT-MOV-LOTE TO APR-CANT.
           MOVE SUMA-MOV-LOTE TO APR-SUMA.
           CALL "CTLAPROB" USING APR-FUNCION, APR-PROGRAMA,
               APR-ID-LOTE, APR-OPERADOR, APR-CANT, APR-SUMA,
               APR-APROBADOR, APR-COD-RET, APR-CONTROL.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       IMPR-RESUMEN.
           DISPLAY "Transferencias hechas  : " CANT-TRANSF-APLIC.
           DISPLAY "Transf. descartadas por suma: "
               CANT-TRANSF-DESC.
           DISPLAY "Transf. rechazadas sin libre deuda: "
               CANT-TRANSF-RECH.
           DISPLAY "Movimientos rechazados : " CANT-RECHAZADOS.
           DISPLAY "Consorcios rechazados por suma de porcentuales: "
               CANT-RECHAZO-SUMA.
           DISPLAY "Unidades grabadas en uf.txt: " ESCRITOS-UF.
           DISPLAY "Contactos actualizados : " CANT-CTO-ACTUALIZ.
           DISPLAY "Contactos eliminados   : " CANT-CTO-BORRADOS.
           DISPLAY "Cambios de contacto descartados: " CANT-CTO-DESC.

       END PROGRAM MANTUF.
