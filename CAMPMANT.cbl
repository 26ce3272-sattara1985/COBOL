      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Maintenance for the CAMPANA.DAT mailing campaign
      *          definitions that GENERA-CARTAS runs with its K
      *          option. Options to add a campaign with its name,
      *          template (marca &PLANTILLA dentro de CARTAMOD.TXT)
      *          and selection criteria, change them, retire it and
      *          list the file. Campaigns are never deleted, only
      *          marked inactive, so CAMPENV.DAT and the results
      *          report keep resolving their code. A category
      *          criterion must be an active code of CODIGOS.DAT.
      *          Adding, changing and retiring are reserved to
      *          supervisors; listing is open to any operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CAMPANAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANAS-FILE ASSIGN TO "CAMPANA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-CAMP
               FILE STATUS IS WS-CAMPANAS-STATUS.
           SELECT CODIGOS-FILE ASSIGN TO "CODIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-KEY
               FILE STATUS IS WS-CODIGOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPANAS-FILE.
       COPY CAMPANA.

       FD  CODIGOS-FILE.
       01  CODIGO-REC.
           05 CODIGO-KEY PIC X(5).
           05 DESCRIPCION-COD PIC X(39).
           05 ACTIVO-COD PIC X.

       WORKING-STORAGE SECTION.
       01 WS-CAMPANAS-STATUS PIC XX.
       01 WS-CODIGOS-STATUS PIC XX.
       01 WS-OPCION PIC X.
       01 WS-CAMPANA PIC X(8).
       01 WS-ENTRADA PIC X(30).
       01 WS-NUMERO-ENTRADA PIC X(3).
       01 WS-ES-NUMERICO PIC X.
       01 WS-CRITERIOS-OK PIC X.
       01 WS-FIN-CAMPANAS PIC X.
       01 WS-LISTADAS PIC 9(4) VALUE 0.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-PROGRAMA PIC X(20) VALUE "MANT-CAMPANAS".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-FUNCION-FOR PIC X VALUE "B".
       01 WS-FORMACION PIC X.
       01 WS-LIMPIA PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL = 0
               DISPLAY "ACCESO RECHAZADO"
               GOBACK
           END-IF.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.
           PERFORM ABRE-CAMPANAS.
           DISPLAY "1. AGREGAR CAMPANA".
           DISPLAY "2. CAMBIAR CRITERIOS DE UNA CAMPANA".
           DISPLAY "3. DAR DE BAJA UNA CAMPANA".
           DISPLAY "4. LISTAR CAMPANAS".
           DISPLAY "SELECCIONE UNA OPCION".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION = "4"
                   PERFORM LISTA-CAMPANAS
               WHEN WS-OPCION NOT = "1" AND WS-OPCION NOT = "2" AND
                    WS-OPCION NOT = "3"
                   DISPLAY "OPCION INVALIDA"
               WHEN WS-NIVEL < 2
                   DISPLAY "OPCION RESERVADA A SUPERVISORES"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "CODIGO DE CAMPANA (8 CARACTERES)"
                   ACCEPT WS-CAMPANA
                   IF WS-CAMPANA = SPACES
                       DISPLAY "CODIGO DE CAMPANA OBLIGATORIO"
                   ELSE
                       EVALUATE WS-OPCION
                           WHEN "1"
                               PERFORM AGREGA-CAMPANA
                           WHEN "2"
                               PERFORM CAMBIA-CAMPANA
                           WHEN "3"
                               PERFORM DA-DE-BAJA-CAMPANA
                       END-EVALUATE
                   END-IF
           END-EVALUATE.
           CLOSE CAMPANAS-FILE.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       ABRE-CAMPANAS.
           OPEN I-O CAMPANAS-FILE.
           IF WS-CAMPANAS-STATUS = "35"
               OPEN OUTPUT CAMPANAS-FILE
               CLOSE CAMPANAS-FILE
               OPEN I-O CAMPANAS-FILE
           END-IF.

       AGREGA-CAMPANA.
           MOVE WS-CAMPANA TO CODIGO-CAMP.
           READ CAMPANAS-FILE
               INVALID KEY
                   PERFORM ARMA-CAMPANA-NUEVA
               NOT INVALID KEY
                   DISPLAY "LA CAMPANA YA EXISTE"
           END-READ.

       ARMA-CAMPANA-NUEVA.
           MOVE SPACES TO CAMPANA-REC.
           MOVE WS-CAMPANA TO CODIGO-CAMP.
           MOVE 0 TO EDAD-DESDE-CAMP EDAD-HASTA-CAMP INTERVALO-CAMP
               ULTIMA-CORRIDA-CAMP CORRIDAS-CAMP ENVIADAS-CAMP
               SUPR-OPTOUT-CAMP SUPR-INTERVALO-CAMP.
           MOVE "S" TO ACTIVA-CAMP.
           MOVE "N" TO SOLO-CABEZAS-CAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-ALTA-CAMP.
           DISPLAY "NOMBRE DE LA CAMPANA".
           ACCEPT NOMBRE-CAMP.
           PERFORM SOLICITA-CRITERIOS.
           IF WS-CRITERIOS-OK = "S"
               WRITE CAMPANA-REC
                   INVALID KEY
                       DISPLAY "LA CAMPANA YA EXISTE"
                   NOT INVALID KEY
                       DISPLAY "CAMPANA AGREGADA"
               END-WRITE
           ELSE
               DISPLAY "CAMPANA NO AGREGADA"
           END-IF.

       CAMBIA-CAMPANA.
           MOVE WS-CAMPANA TO CODIGO-CAMP.
           READ CAMPANAS-FILE
               INVALID KEY
                   DISPLAY "CAMPANA NO ENCONTRADA"
               NOT INVALID KEY
                   DISPLAY "CAMPANA: " NOMBRE-CAMP
                   PERFORM SOLICITA-CRITERIOS
                   IF WS-CRITERIOS-OK = "S"
                       REWRITE CAMPANA-REC
                       DISPLAY "CAMPANA ACTUALIZADA"
                   ELSE
                       DISPLAY "CAMPANA SIN CAMBIOS"
                   END-IF
           END-READ.

       DA-DE-BAJA-CAMPANA.
           MOVE WS-CAMPANA TO CODIGO-CAMP.
           READ CAMPANAS-FILE
               INVALID KEY
                   DISPLAY "CAMPANA NO ENCONTRADA"
               NOT INVALID KEY
                   MOVE "N" TO ACTIVA-CAMP
                   REWRITE CAMPANA-REC
                   DISPLAY "CAMPANA DADA DE BAJA"
           END-READ.

      *    Cada criterio muestra su valor vigente; en blanco lo
      *    conserva, un punto lo limpia y un cero en los numericos
      *    deja de filtrar.
       SOLICITA-CRITERIOS.
           MOVE "S" TO WS-CRITERIOS-OK.
           DISPLAY "PLANTILLA EN CARTAMOD.TXT [" PLANTILLA-CAMP "]".
           PERFORM PIDE-ENTRADA.
           IF WS-ENTRADA NOT = SPACES OR WS-LIMPIA = "S"
               MOVE WS-ENTRADA TO PLANTILLA-CAMP
           END-IF.
           DISPLAY "CATEGORIA [" CATEG-CAMP "]".
           PERFORM PIDE-ENTRADA.
           IF WS-LIMPIA = "S"
               MOVE SPACES TO CATEG-CAMP
           END-IF.
           IF WS-ENTRADA NOT = SPACES
               MOVE WS-ENTRADA TO CATEG-CAMP
               PERFORM VALIDA-CATEGORIA-CAMP
           END-IF.
           DISPLAY "ESTADO A=ACTIVOS I=INACTIVOS [" ESTADO-CAMP "]".
           PERFORM PIDE-ENTRADA.
           IF WS-ENTRADA NOT = SPACES OR WS-LIMPIA = "S"
               MOVE WS-ENTRADA TO ESTADO-CAMP
               IF ESTADO-CAMP = "a"
                   MOVE "A" TO ESTADO-CAMP
               END-IF
               IF ESTADO-CAMP = "i"
                   MOVE "I" TO ESTADO-CAMP
               END-IF
               IF ESTADO-CAMP NOT = "A" AND ESTADO-CAMP NOT = "I"
                   AND ESTADO-CAMP NOT = SPACE
                   DISPLAY "ESTADO INVALIDO"
                   MOVE "N" TO WS-CRITERIOS-OK
               END-IF
           END-IF.
           DISPLAY "EDAD DESDE [" EDAD-DESDE-CAMP "]".
           PERFORM PIDE-NUMERO.
           IF WS-ES-NUMERICO = "S"
               MOVE WS-NUMERO-ENTRADA TO EDAD-DESDE-CAMP
           END-IF.
           DISPLAY "EDAD HASTA (0 = SIN LIMITE) [" EDAD-HASTA-CAMP "]".
           PERFORM PIDE-NUMERO.
           IF WS-ES-NUMERICO = "S"
               MOVE WS-NUMERO-ENTRADA TO EDAD-HASTA-CAMP
           END-IF.
           IF EDAD-HASTA-CAMP > 0 AND
              EDAD-HASTA-CAMP < EDAD-DESDE-CAMP
               DISPLAY "BANDA DE EDAD INVALIDA"
               MOVE "N" TO WS-CRITERIOS-OK
           END-IF.
           DISPLAY "REGION [" REGION-CAMP "]".
           PERFORM PIDE-ENTRADA.
           IF WS-ENTRADA NOT = SPACES OR WS-LIMPIA = "S"
               MOVE WS-ENTRADA TO REGION-CAMP
           END-IF.
           DISPLAY "CODIGO POSTAL DESDE [" CP-DESDE-CAMP "]".
           PERFORM PIDE-ENTRADA.
           IF WS-ENTRADA NOT = SPACES OR WS-LIMPIA = "S"
               MOVE WS-ENTRADA TO CP-DESDE-CAMP
           END-IF.
           DISPLAY "CODIGO POSTAL HASTA [" CP-HASTA-CAMP "]".
           PERFORM PIDE-ENTRADA.
           IF WS-ENTRADA NOT = SPACES OR WS-LIMPIA = "S"
               MOVE WS-ENTRADA TO CP-HASTA-CAMP
           END-IF.
           IF CP-DESDE-CAMP NOT = SPACES AND
              CP-HASTA-CAMP NOT = SPACES AND
              CP-HASTA-CAMP < CP-DESDE-CAMP
               DISPLAY "RANGO DE CODIGO POSTAL INVALIDO"
               MOVE "N" TO WS-CRITERIOS-OK
           END-IF.
           DISPLAY "SOLO CABEZAS DE HOGAR S/N [" SOLO-CABEZAS-CAMP "]".
           PERFORM PIDE-ENTRADA.
           IF WS-ENTRADA = "S" OR WS-ENTRADA = "s"
               MOVE "S" TO SOLO-CABEZAS-CAMP
           END-IF.
           IF WS-ENTRADA = "N" OR WS-ENTRADA = "n"
               MOVE "N" TO SOLO-CABEZAS-CAMP
           END-IF.
           DISPLAY "DIAS MINIMOS DESDE EL ULTIMO ENVIO ["
               INTERVALO-CAMP "]".
           PERFORM PIDE-NUMERO.
           IF WS-ES-NUMERICO = "S"
               MOVE WS-NUMERO-ENTRADA TO INTERVALO-CAMP
           END-IF.

       PIDE-ENTRADA.
           MOVE "N" TO WS-LIMPIA.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = "."
               MOVE SPACES TO WS-ENTRADA
               MOVE "S" TO WS-LIMPIA
           END-IF.

       PIDE-NUMERO.
           MOVE "N" TO WS-ES-NUMERICO.
           MOVE SPACES TO WS-NUMERO-ENTRADA.
           ACCEPT WS-NUMERO-ENTRADA.
           IF WS-NUMERO-ENTRADA NOT = SPACES
               CALL "VALIDA-NUMERO" USING WS-NUMERO-ENTRADA
                   WS-ES-NUMERICO
               IF WS-ES-NUMERICO NOT = "S"
                   DISPLAY "VALOR NO NUMERICO, SE CONSERVA EL ANTERIOR"
               END-IF
           END-IF.

       VALIDA-CATEGORIA-CAMP.
           OPEN INPUT CODIGOS-FILE.
           IF WS-CODIGOS-STATUS NOT = "00"
               DISPLAY "NO HAY TABLA DE CODIGOS (CODIGOS.DAT)"
               MOVE "N" TO WS-CRITERIOS-OK
           ELSE
               MOVE CATEG-CAMP TO CODIGO-KEY
               READ CODIGOS-FILE
                   INVALID KEY
                       DISPLAY "CATEGORIA NO ENCONTRADA EN CODIGOS"
                       MOVE "N" TO WS-CRITERIOS-OK
                   NOT INVALID KEY
                       IF ACTIVO-COD NOT = "S"
                           DISPLAY "CATEGORIA INACTIVA"
                           MOVE "N" TO WS-CRITERIOS-OK
                       END-IF
               END-READ
               CLOSE CODIGOS-FILE
           END-IF.

       LISTA-CAMPANAS.
           MOVE "N" TO WS-FIN-CAMPANAS.
           MOVE LOW-VALUES TO CODIGO-CAMP.
           START CAMPANAS-FILE KEY IS >= CODIGO-CAMP
               INVALID KEY MOVE "S" TO WS-FIN-CAMPANAS
           END-START.
           PERFORM UNTIL WS-FIN-CAMPANAS = "S"
               READ CAMPANAS-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-CAMPANAS
                   NOT AT END
                       PERFORM MUESTRA-CAMPANA
               END-READ
           END-PERFORM.
           DISPLAY "CAMPANAS LISTADAS: " WS-LISTADAS.

       MUESTRA-CAMPANA.
           ADD 1 TO WS-LISTADAS.
           DISPLAY CODIGO-CAMP " " NOMBRE-CAMP " ACTIVA=" ACTIVA-CAMP
               " PLANTILLA=" PLANTILLA-CAMP.
           DISPLAY "   CATEG=" CATEG-CAMP " ESTADO=" ESTADO-CAMP
               " EDAD " EDAD-DESDE-CAMP "-" EDAD-HASTA-CAMP
               " REGION=" REGION-CAMP " CP " CP-DESDE-CAMP "-"
               CP-HASTA-CAMP.
           DISPLAY "   CABEZAS=" SOLO-CABEZAS-CAMP " INTERVALO="
               INTERVALO-CAMP " CORRIDAS=" CORRIDAS-CAMP
               " ULTIMA=" ULTIMA-CORRIDA-CAMP.

       END PROGRAM MANTENIMIENTO-CAMPANAS.
