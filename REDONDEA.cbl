      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Shared CALLable rounding service, so every program
      *          that computes an amount rounds it the same way and
      *          the pennies stop disappearing. The caller passes the
      *          exact value (seis decimales) and gets it back at two
      *          decimals under the policy configured for its program
      *          and operation in CONFIG.DAT (parametro RED-xxxxxx):
      *            "T" trunca
      *            "H" mitad hacia arriba (la del ROUNDED de COBOL)
      *            "E" mitad al par (banquero)
      *          Sin entrada para el programa rige la de la casa
      *          (programa REDONDEA-IMPORTE, mismo parametro) y sin
      *          esa, "H". With LK-REGISTRA "S" the residue (exacto
      *          menos redondeado) of a booked amount goes to the
      *          REDRESID.TXT ledger that CUADRE-DIARIO totals and
      *          proves every day; "N" is for display-only roundings
      *          and amounts that are never booked. Training mode
      *          (MODO-FORMACION) books nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDONDEA-IMPORTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESIDUO-FILE ASSIGN TO "REDRESID.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESIDUO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESIDUO-FILE.
       COPY REDRESID.

       WORKING-STORAGE SECTION.
       01 WS-RESIDUO-STATUS PIC XX.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-FUNCION-FOR PIC X VALUE "C".
       01 WS-FORMACION PIC X.
       01 WS-PROGRAMA-CASA PIC X(20) VALUE "REDONDEA-IMPORTE".
       01 WS-PARAMETRO-CFG PIC X(10).
       01 WS-TIPO-CFG PIC X VALUE "A".
       01 WS-DEFECTO-CFG PIC X(20).
       01 WS-VALOR-CFG PIC X(20).
       01 WS-POLITICA PIC X.
       01 WS-CENTAVOS PIC S9(13).
       01 WS-FRACCION PIC S9V9(4).
       01 WS-MITAD PIC S9(13).
       01 WS-RESTO PIC S9.
       01 WS-RESIDUO PIC S9(3)V9(6).
       01 WS-P PIC 99.
       01 WS-POL-HALLADA PIC X.
      *Politicas ya resueltas en esta corrida: la configuracion se
      *lee una vez por programa y operacion, no en cada calculo.
       01 WS-TABLA-POLITICAS.
           05 WS-TOTAL-POL PIC 99 VALUE 0.
           05 WS-POL OCCURS 30.
               10 WS-POL-PROGRAMA PIC X(20).
               10 WS-POL-OPERACION PIC X(6).
               10 WS-POL-POLITICA PIC X.

       LINKAGE SECTION.
       01 LK-PROGRAMA PIC X(20).
       01 LK-OPERACION PIC X(6).
       01 LK-EXACTO PIC S9(11)V9(6).
       01 LK-RESULTADO PIC S9(11)V99.
       01 LK-REGISTRA PIC X.

       PROCEDURE DIVISION USING LK-PROGRAMA LK-OPERACION LK-EXACTO
           LK-RESULTADO LK-REGISTRA.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-POLITICA.
           COMPUTE WS-CENTAVOS = LK-EXACTO * 100.
           COMPUTE WS-FRACCION = LK-EXACTO * 100 - WS-CENTAVOS.
           EVALUATE WS-POLITICA
               WHEN "T"
                   CONTINUE
               WHEN "E"
                   PERFORM REDONDEA-AL-PAR
               WHEN OTHER
                   IF WS-FRACCION >= 0.5
                       ADD 1 TO WS-CENTAVOS
                   END-IF
                   IF WS-FRACCION <= -0.5
                       SUBTRACT 1 FROM WS-CENTAVOS
                   END-IF
           END-EVALUATE.
           COMPUTE LK-RESULTADO = WS-CENTAVOS / 100.
           COMPUTE WS-RESIDUO = LK-EXACTO - LK-RESULTADO.
           IF LK-REGISTRA = "S" AND WS-RESIDUO NOT = 0
               PERFORM ASIENTA-RESIDUO
           END-IF.
           GOBACK.

      *    Mitad exacta: se va al centavo par; fuera de la mitad es
      *    el redondeo comun.
       REDONDEA-AL-PAR.
           IF WS-FRACCION > 0.5
               ADD 1 TO WS-CENTAVOS
           END-IF.
           IF WS-FRACCION < -0.5
               SUBTRACT 1 FROM WS-CENTAVOS
           END-IF.
           IF WS-FRACCION = 0.5 OR WS-FRACCION = -0.5
               DIVIDE WS-CENTAVOS BY 2 GIVING WS-MITAD
                   REMAINDER WS-RESTO
               IF WS-RESTO NOT = 0
                   IF WS-FRACCION > 0
                       ADD 1 TO WS-CENTAVOS
                   ELSE
                       SUBTRACT 1 FROM WS-CENTAVOS
                   END-IF
               END-IF
           END-IF.

       RESUELVE-POLITICA.
           MOVE "N" TO WS-POL-HALLADA.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TOTAL-POL OR WS-POL-HALLADA = "S"
               IF WS-POL-PROGRAMA(WS-P) = LK-PROGRAMA AND
                  WS-POL-OPERACION(WS-P) = LK-OPERACION
                   MOVE "S" TO WS-POL-HALLADA
                   MOVE WS-POL-POLITICA(WS-P) TO WS-POLITICA
               END-IF
           END-PERFORM.
           IF WS-POL-HALLADA NOT = "S"
               MOVE SPACES TO WS-PARAMETRO-CFG
               STRING "RED-" DELIMITED BY SIZE
                   LK-OPERACION DELIMITED BY SPACE
                   INTO WS-PARAMETRO-CFG
               MOVE "H" TO WS-DEFECTO-CFG
               CALL "LEE-CONFIG" USING WS-PROGRAMA-CASA
                   WS-PARAMETRO-CFG WS-TIPO-CFG WS-DEFECTO-CFG
                   WS-VALOR-CFG
               MOVE WS-VALOR-CFG TO WS-DEFECTO-CFG
               CALL "LEE-CONFIG" USING LK-PROGRAMA
                   WS-PARAMETRO-CFG WS-TIPO-CFG WS-DEFECTO-CFG
                   WS-VALOR-CFG
               MOVE WS-VALOR-CFG(1:1) TO WS-POLITICA
               IF WS-POLITICA NOT = "T" AND WS-POLITICA NOT = "H" AND
                  WS-POLITICA NOT = "E"
                   MOVE "H" TO WS-POLITICA
               END-IF
               IF WS-TOTAL-POL < 30
                   ADD 1 TO WS-TOTAL-POL
                   MOVE LK-PROGRAMA TO WS-POL-PROGRAMA(WS-TOTAL-POL)
                   MOVE LK-OPERACION TO WS-POL-OPERACION(WS-TOTAL-POL)
                   MOVE WS-POLITICA TO WS-POL-POLITICA(WS-TOTAL-POL)
               END-IF
           END-IF.

       ASIENTA-RESIDUO.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.
           IF WS-FORMACION NOT = "S"
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               OPEN EXTEND RESIDUO-FILE
               IF WS-RESIDUO-STATUS = "35"
                   OPEN OUTPUT RESIDUO-FILE
               END-IF
               MOVE SPACES TO REDRESID-REC
               MOVE WS-FECHA-HORA(1:8) TO FECHA-RES
               MOVE WS-FECHA-HORA(9:6) TO HORA-RES
               MOVE LK-PROGRAMA TO PROGRAMA-RES
               MOVE LK-OPERACION TO OPERACION-RES
               MOVE WS-POLITICA TO POLITICA-RES
               MOVE LK-EXACTO TO EXACTO-RES
               MOVE LK-RESULTADO TO RESULTADO-RES
               MOVE WS-RESIDUO TO RESIDUO-RES
               WRITE REDRESID-REC
               CLOSE RESIDUO-FILE
           END-IF.

       END PROGRAM REDONDEA-IMPORTE.
