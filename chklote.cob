      ******************************************************************
      * Authors: Santiago Sosa Montiel, Matias Lahore, Matias Tebele,
      *          Nicolas Outeda.
      * Date: 15/10/2026 DD/MM/AAAA
      * Purpose: Subprograma de suma de verificacion de lotes. Los
      *          programas de mantenimiento con doble control lo
      *          llaman con cada movimiento del lote (la imagen
      *          completa del registro, claves y datos) y acumula en
      *          CHK-SUMA un valor que depende de cada caracter y de
      *          su posicion, de modo que cambiar, agregar, quitar o
      *          reordenar movimientos cambia el resultado aunque la
      *          cantidad y la suma de importes del lote no cambien.
      *          El llamador pone CHK-SUMA en cero antes del primer
      *          movimiento. CTLAPROB guarda el valor con la
      *          solicitud de aprobacion y lo compara al aplicar.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKLOTE.
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * Caracteres imprimibles en el orden del codigo ASCII; el
      * valor de un caracter es su posicion en la tabla (los que no
      * figuran valen 96).
       01  TABLA-CAR.
           03 FILLER PIC X(32)
              VALUE " !""#$%&'()*+,-./0123456789:;<=>?".
           03 FILLER PIC X(32)
              VALUE "@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_".
           03 FILLER PIC X(31)
              VALUE "`abcdefghijklmnopqrstuvwxyz{|}~".

       01  POS-CAR PIC 9(4) VALUE 0.
       01  CANT-ANTES PIC 9(4) VALUE 0.
       01  VALOR-CAR PIC 9(4) VALUE 0.
       01  MULTIPLICADOR PIC 9(3) VALUE 131.
       01  MODULO PIC 9(15) VALUE 999999999999989.
       01  SUMA-TRABAJO PIC 9(18) VALUE 0.
       01  COCIENTE PIC 9(18) VALUE 0.

       LINKAGE SECTION.
       01  CHK-REGISTRO.
           03 CHK-CAR PIC X(1) OCCURS 2000 TIMES.
       01  CHK-LARGO PIC 9(4).
       01  CHK-SUMA PIC 9(15).

       PROCEDURE DIVISION USING CHK-REGISTRO, CHK-LARGO, CHK-SUMA.
       MAIN-PROCEDURE.
           MOVE 1 TO POS-CAR.
           PERFORM SUMAR-CARACTER
               UNTIL POS-CAR > CHK-LARGO OR POS-CAR > 2000.
           EXIT PROGRAM.
      *>-----------------------------------------------------------*
      *>-----------------------------------------------------------*
       SUMAR-CARACTER.
           MOVE 0 TO CANT-ANTES.
           INSPECT TABLA-CAR TALLYING CANT-ANTES
               FOR CHARACTERS BEFORE INITIAL CHK-CAR(POS-CAR).
           COMPUTE VALOR-CAR = CANT-ANTES + 1.
           COMPUTE SUMA-TRABAJO = CHK-SUMA * MULTIPLICADOR + VALOR-CAR.
           DIVIDE SUMA-TRABAJO BY MODULO
               GIVING COCIENTE REMAINDER CHK-SUMA.
           ADD 1 TO POS-CAR.

       END PROGRAM CHKLOTE.
