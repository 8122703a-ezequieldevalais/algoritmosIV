       IDENTIFICATION DIVISION.
       program-id. "CORRIDA_NOCTURNA".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CONTROL-CORRIDA ASSIGN TO
           "input/controlCorrida.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-CORRIDA-STATUS.

           SELECT FERIADOS ASSIGN TO
           "input/feriados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FERIADOS-STATUS.

           SELECT LOG-CORRIDA ASSIGN USING
           NOMBRE-ARCHIVO-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-CORRIDA-STATUS.

           SELECT SALIDA-PASO ASSIGN TO
           "output/salidaPaso.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SALIDA-PASO-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD    CONTROL-CORRIDA
            LABEL RECORD STANDARD.
        01    REG-CONTROL-CORRIDA.
               03  CTC-FECHA-PROCESO    PIC 9(8).
               03  CTC-ESTADO           PIC X.
                   88  CORRIDA-EN-CURSO       VALUE "E".
                   88  CORRIDA-ABORTADA       VALUE "A".
                   88  CORRIDA-FINALIZADA     VALUE "F".
               03  CTC-PASO             PIC 9(2).
               03  CTC-CIERRE-DE-MES    PIC X.

        FD    FERIADOS
            LABEL RECORD STANDARD.
        01    REG-FERIADOS.
               03  FER-FECHA            PIC 9(8).

        FD    LOG-CORRIDA
            LABEL RECORD OMITTED.
        01    REG-LOG-CORRIDA PIC X(132).

        FD    SALIDA-PASO
            LABEL RECORD OMITTED.
        01    REG-SALIDA-PASO PIC X(120).

       WORKING-STORAGE SECTION.

        01 TABLA-PASOS.
            03 PASOS-CANT PIC 9(2) VALUE 0.
            03 PASO-ENTRADA OCCURS 20 TIMES.
                05  PASO-PROGRAMA        PIC X(15).
                05  PASO-PARAMETRO       PIC X(10).
                05  PASO-CIERRE-DE-MES   PIC X.

        01 TABLA-FERIADOS.
            03 FERIADOS-CANT PIC 9(3) VALUE 0.
            03 FERIADO-FECHA OCCURS 100 TIMES PIC 9(8).

       77 CONTROL-CORRIDA-STATUS PIC X(2).
       77 FERIADOS-STATUS PIC X(2).
       77 LOG-CORRIDA-STATUS PIC X(2).
       77 SALIDA-PASO-STATUS PIC X(2).
       77 PASO-I PIC 9(2).
       77 PASO-INICIAL PIC 9(2) VALUE 1.
       77 FERIADO-I PIC 9(3).
       77 RC-PASO PIC S9(9).
       77 FLAG-ABORTO PIC X(2) VALUE 'NO'.
       77 FLAG-REANUDACION PIC X(2) VALUE 'NO'.
       77 FLAG-CIERRE-DE-MES PIC X(2) VALUE 'NO'.
       77 FLAG-FORZAR-CIERRE PIC X(2) VALUE 'NO'.
       77 FLAG-CORRIDA-NUEVA PIC X(2) VALUE 'NO'.
       77 FLAG-DIA-HABIL PIC X(2).
       77 HOY-DIAS PIC 9(7).
       77 DIA-EVALUADO PIC 9(7).
       77 DIA-AUXILIAR PIC 9(7).
       77 SEMANAS-AUXILIAR PIC 9(7).
       77 DIA-DE-LA-SEMANA PIC 9.
       77 FECHA-EVALUADA PIC 9(8).
       77 CNT-PASOS-EJECUTADOS PIC 9(2) VALUE 0.
       77 CNT-PASOS-CON-AVISO PIC 9(2) VALUE 0.
       77 CNT-PASOS-OMITIDOS PIC 9(2) VALUE 0.

       01 PARAMETRO-ENTRADA PIC X(10).

       01 DIRECTORIO-PROGRAMAS PIC X(20) VALUE "./".

       01 COMANDO-PASO PIC X(120).

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
           03  FECHA-MM        PIC 9(2).
           03  FECHA-DD        PIC 9(2).
       01 FECHA-DE-HOY-NUM REDEFINES FECHA-DE-HOY PIC 9(8).

       01 FECHA-PROCESO.
           03  PROCESO-AAAA    PIC 9(4).
           03  PROCESO-MM      PIC 9(2).
           03  PROCESO-DD      PIC 9(2).
       01 FECHA-PROCESO-NUM REDEFINES FECHA-PROCESO PIC 9(8).

       01 HORA-INICIO.
           03  INICIO-HH       PIC 9(2).
           03  INICIO-MI       PIC 9(2).
           03  INICIO-SS       PIC 9(2).
           03  FILLER          PIC 9(2).

       01 HORA-FIN.
           03  FIN-HH          PIC 9(2).
           03  FIN-MI          PIC 9(2).
           03  FIN-SS          PIC 9(2).
           03  FILLER          PIC 9(2).

       01 NOMBRE-ARCHIVO-LOG.
           03 FILLER PIC X(7) VALUE "output/".
           03 FILLER PIC X(11) VALUE "logCorrida_".
           03 LOG-AAAA PIC 9(4).
           03 LOG-MM PIC 9(2).
           03 LOG-DD PIC 9(2).
           03 FILLER PIC X(4) VALUE ".txt".

       01 LG-ENCABEZADO.
           03 FILLER PIC X(21) VALUE "Corrida nocturna del ".
           03 LG-E1-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 LG-E1-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 LG-E1-AAAA PIC 9(4).
           03 FILLER PIC X(18) VALUE "   Cierre de mes: ".
           03 LG-E1-CIERRE PIC X(2).
           03 FILLER PIC X(81) VALUE SPACES.

       01 LG-REANUDACION.
           03 FILLER PIC X(38) VALUE
           "Reanudacion de la corrida desde paso: ".
           03 LG-RE-PASO PIC 9(2).
           03 FILLER PIC X(92) VALUE SPACES.

       01 LG-SEPARADOR.
           03 FILLER PIC X(132) VALUE ALL "-".

       01 LG-LINEA-PASO.
           03 FILLER PIC X(5) VALUE "Paso ".
           03 LG-PASO PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-PROGRAMA PIC X(15).
           03 FILLER PIC X(8) VALUE " Inicio ".
           03 LG-INI-HH PIC 9(2).
           03 FILLER PIC X VALUE ":".
           03 LG-INI-MI PIC 9(2).
           03 FILLER PIC X VALUE ":".
           03 LG-INI-SS PIC 9(2).
           03 FILLER PIC X(5) VALUE " Fin ".
           03 LG-FIN-HH PIC 9(2).
           03 FILLER PIC X VALUE ":".
           03 LG-FIN-MI PIC 9(2).
           03 FILLER PIC X VALUE ":".
           03 LG-FIN-SS PIC 9(2).
           03 FILLER PIC X(4) VALUE " RC ".
           03 LG-RC PIC -ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-RESULTADO PIC X(10).
           03 FILLER PIC X(54) VALUE SPACES.

       01 LG-LINEA-OMITIDO.
           03 FILLER PIC X(5) VALUE "Paso ".
           03 LG-OM-PASO PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-OM-PROGRAMA PIC X(15).
           03 FILLER PIC X(35) VALUE
           " Omitido, solo en el cierre de mes".
           03 FILLER PIC X(73) VALUE SPACES.

       01 LG-LINEA-SALIDA.
           03 FILLER PIC X(6) VALUE SPACES.
           03 LG-SALIDA PIC X(120).
           03 FILLER PIC X(6) VALUE SPACES.

       01 LG-LINEA-FIN.
           03 LG-FIN-TEXTO PIC X(40).
           03 LG-FIN-PASO PIC Z9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LG-FIN-PROGRAMA PIC X(15).
           03 FILLER PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT PARAMETRO-ENTRADA FROM COMMAND-LINE.
           EVALUATE TRUE
               WHEN PARAMETRO-ENTRADA IS EQUAL TO SPACES
                   CONTINUE
               WHEN PARAMETRO-ENTRADA IS EQUAL TO "NUEVA"
                   MOVE 'SI' TO FLAG-CORRIDA-NUEVA
               WHEN PARAMETRO-ENTRADA IS EQUAL TO "CIERRE"
                   MOVE 'SI' TO FLAG-FORZAR-CIERRE
               WHEN OTHER
                   DISPLAY "PARAMETRO INVALIDO, USO: CORRIDA_NOCTURNA "
                       "[NUEVA | CIERRE]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           PERFORM LEER-CONTROL-CORRIDA.
           IF FLAG-REANUDACION IS EQUAL TO 'NO'
               MOVE FECHA-DE-HOY-NUM TO FECHA-PROCESO-NUM
               MOVE 1 TO PASO-INICIAL
               IF FLAG-FORZAR-CIERRE IS EQUAL TO 'SI'
                   MOVE 'SI' TO FLAG-CIERRE-DE-MES
               ELSE
                   PERFORM CARGAR-FERIADOS
                   PERFORM DETERMINAR-CIERRE-DE-MES
               END-IF
           END-IF.
           PERFORM CARGAR-PASOS.
           PERFORM ABRIR-LOG.
           PERFORM IMPRIMIR-ENCABEZADO.
           MOVE PASO-INICIAL TO PASO-I.
           PERFORM EJECUTAR-PASO UNTIL
               PASO-I IS GREATER THAN PASOS-CANT OR
               FLAG-ABORTO IS EQUAL TO 'SI'.
           PERFORM FINALIZAR-CORRIDA.
           CLOSE LOG-CORRIDA.
           DISPLAY "Fecha de proceso: " FECHA-PROCESO-NUM.
           DISPLAY "Cierre de mes: " FLAG-CIERRE-DE-MES.
           DISPLAY "Pasos ejecutados: " CNT-PASOS-EJECUTADOS.
           DISPLAY "Pasos con aviso: " CNT-PASOS-CON-AVISO.
           DISPLAY "Pasos omitidos: " CNT-PASOS-OMITIDOS.
           DISPLAY "Log de la corrida: " NOMBRE-ARCHIVO-LOG.
           IF FLAG-ABORTO IS EQUAL TO 'SI'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CNT-PASOS-CON-AVISO IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       CARGAR-PASOS.
           MOVE "AUD_INTEGRIDAD" TO PASO-PROGRAMA(1).
           MOVE "EDIT_SOL" TO PASO-PROGRAMA(2).
           MOVE "AUD_TARIFAS" TO PASO-PROGRAMA(3).
           MOVE "CANC_ALQ" TO PASO-PROGRAMA(4).
           MOVE "TP_A" TO PASO-PROGRAMA(5).
           MOVE "MATCH_ESPERA" TO PASO-PROGRAMA(6).
           MOVE "PROC_DEVOL" TO PASO-PROGRAMA(7).
           MOVE "PROG_SERVICE" TO PASO-PROGRAMA(8).
           MOVE "INF_REPOSICION" TO PASO-PROGRAMA(9).
           MOVE "PURGE_ALQ" TO PASO-PROGRAMA(10).
           MOVE "FACTURACION" TO PASO-PROGRAMA(11).
           MOVE "NOTAS_FACT" TO PASO-PROGRAMA(12).
           MOVE "COBRANZAS" TO PASO-PROGRAMA(13).
           MOVE 13 TO PASOS-CANT.
           PERFORM INICIALIZAR-PASO VARYING PASO-I FROM 1 BY 1
               UNTIL PASO-I IS GREATER THAN PASOS-CANT.
           MOVE FECHA-PROCESO-NUM(1:6) TO PASO-PARAMETRO(11).
           MOVE "S" TO PASO-CIERRE-DE-MES(10).
           MOVE "S" TO PASO-CIERRE-DE-MES(11).
           MOVE "S" TO PASO-CIERRE-DE-MES(12).
           MOVE "S" TO PASO-CIERRE-DE-MES(13).

       INICIALIZAR-PASO.
           MOVE SPACES TO PASO-PARAMETRO(PASO-I).
           MOVE "N" TO PASO-CIERRE-DE-MES(PASO-I).

       LEER-CONTROL-CORRIDA.
           OPEN INPUT CONTROL-CORRIDA.
           IF CONTROL-CORRIDA-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN CONTROL DE CORRIDAS, "
                   "SE INICIA UNA CORRIDA NUEVA"
           ELSE
               IF CONTROL-CORRIDA-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR CONTROL-CORRIDA FS: "
                       CONTROL-CORRIDA-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CONTROL-CORRIDA RECORD
               IF CONTROL-CORRIDA-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR LEER CONTROL-CORRIDA FS: "
                       CONTROL-CORRIDA-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CONTROL-CORRIDA
               PERFORM REVISAR-CONTROL-CORRIDA
           END-IF.

       REVISAR-CONTROL-CORRIDA.
           IF FLAG-CORRIDA-NUEVA IS EQUAL TO 'NO'
               IF CORRIDA-FINALIZADA
                   IF CTC-FECHA-PROCESO IS EQUAL TO FECHA-DE-HOY-NUM
                       DISPLAY "LA CORRIDA DEL " CTC-FECHA-PROCESO
                           " YA FINALIZO, USAR NUEVA PARA REPETIRLA"
                       MOVE 4 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   MOVE 'SI' TO FLAG-REANUDACION
                   MOVE CTC-FECHA-PROCESO TO FECHA-PROCESO-NUM
                   MOVE CTC-PASO TO PASO-INICIAL
                   IF CTC-CIERRE-DE-MES IS EQUAL TO "S"
                       MOVE 'SI' TO FLAG-CIERRE-DE-MES
                   END-IF
                   DISPLAY "REANUDANDO LA CORRIDA DEL "
                       CTC-FECHA-PROCESO " DESDE EL PASO " CTC-PASO
               END-IF
           END-IF.

       GRABAR-CONTROL-CORRIDA.
           MOVE FECHA-PROCESO-NUM TO CTC-FECHA-PROCESO.
           IF FLAG-CIERRE-DE-MES IS EQUAL TO 'SI'
               MOVE "S" TO CTC-CIERRE-DE-MES
           ELSE
               MOVE "N" TO CTC-CIERRE-DE-MES
           END-IF.
           OPEN OUTPUT CONTROL-CORRIDA.
           IF CONTROL-CORRIDA-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR CONTROL-CORRIDA FS: "
                   CONTROL-CORRIDA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE REG-CONTROL-CORRIDA.
           IF CONTROL-CORRIDA-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR CONTROL-CORRIDA FS: "
                   CONTROL-CORRIDA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CONTROL-CORRIDA.

       CARGAR-FERIADOS.
           OPEN INPUT FERIADOS.
           IF FERIADOS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE FERIADOS, "
                   "SOLO SE CONSIDERAN LOS FINES DE SEMANA"
           ELSE
               IF FERIADOS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR FERIADOS FS: " FERIADOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-FERIADOS
               PERFORM GUARDAR-FERIADO UNTIL
                   FERIADOS-STATUS IS EQUAL TO 10
               CLOSE FERIADOS
           END-IF.

       LEER-FERIADOS.
           READ FERIADOS RECORD.
           IF FERIADOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER FERIADOS FS: " FERIADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GUARDAR-FERIADO.
           IF FER-FECHA IS NUMERIC
               IF FERIADOS-CANT IS EQUAL TO 100
                   DISPLAY "AVISO: TABLA DE FERIADOS LLENA, FECHA: "
                       FER-FECHA
               ELSE
                   ADD 1 TO FERIADOS-CANT
                   MOVE FER-FECHA TO FERIADO-FECHA(FERIADOS-CANT)
               END-IF
           END-IF.
           PERFORM LEER-FERIADOS.

       DETERMINAR-CIERRE-DE-MES.
           COMPUTE HOY-DIAS = FUNCTION
               INTEGER-OF-DATE(FECHA-PROCESO-NUM).
           MOVE HOY-DIAS TO DIA-EVALUADO.
           PERFORM EVALUAR-DIA-HABIL.
           IF FLAG-DIA-HABIL IS EQUAL TO 'SI'
               MOVE 'NO' TO FLAG-DIA-HABIL
               PERFORM AVANZAR-DIA UNTIL
                   FLAG-DIA-HABIL IS EQUAL TO 'SI'
               IF FECHA-EVALUADA(5:2) IS NOT EQUAL TO PROCESO-MM
                   MOVE 'SI' TO FLAG-CIERRE-DE-MES
               END-IF
           END-IF.

       AVANZAR-DIA.
           ADD 1 TO DIA-EVALUADO.
           PERFORM EVALUAR-DIA-HABIL.

       EVALUAR-DIA-HABIL.
           COMPUTE FECHA-EVALUADA = FUNCTION
               DATE-OF-INTEGER(DIA-EVALUADO).
           COMPUTE DIA-AUXILIAR = DIA-EVALUADO - 1.
           DIVIDE DIA-AUXILIAR BY 7 GIVING SEMANAS-AUXILIAR
               REMAINDER DIA-DE-LA-SEMANA.
           IF DIA-DE-LA-SEMANA IS GREATER THAN 4
               MOVE 'NO' TO FLAG-DIA-HABIL
           ELSE
               MOVE 'SI' TO FLAG-DIA-HABIL
               PERFORM REVISAR-FERIADO VARYING FERIADO-I FROM 1 BY 1
                   UNTIL FERIADO-I IS GREATER THAN FERIADOS-CANT
           END-IF.

       REVISAR-FERIADO.
           IF FERIADO-FECHA(FERIADO-I) IS EQUAL TO FECHA-EVALUADA
               MOVE 'NO' TO FLAG-DIA-HABIL
           END-IF.

       ABRIR-LOG.
           MOVE PROCESO-AAAA TO LOG-AAAA.
           MOVE PROCESO-MM TO LOG-MM.
           MOVE PROCESO-DD TO LOG-DD.
           OPEN EXTEND LOG-CORRIDA.
           IF LOG-CORRIDA-STATUS IS EQUAL TO 35
               OPEN OUTPUT LOG-CORRIDA
           END-IF.
           IF LOG-CORRIDA-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR LOG-CORRIDA FS: "
                   LOG-CORRIDA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       IMPRIMIR-ENCABEZADO.
           MOVE PROCESO-DD TO LG-E1-DD.
           MOVE PROCESO-MM TO LG-E1-MM.
           MOVE PROCESO-AAAA TO LG-E1-AAAA.
           MOVE FLAG-CIERRE-DE-MES TO LG-E1-CIERRE.
           MOVE LG-SEPARADOR TO REG-LOG-CORRIDA.
           WRITE REG-LOG-CORRIDA.
           MOVE LG-ENCABEZADO TO REG-LOG-CORRIDA.
           WRITE REG-LOG-CORRIDA.
           IF FLAG-REANUDACION IS EQUAL TO 'SI'
               MOVE PASO-INICIAL TO LG-RE-PASO
               MOVE LG-REANUDACION TO REG-LOG-CORRIDA
               WRITE REG-LOG-CORRIDA
           END-IF.
           MOVE LG-SEPARADOR TO REG-LOG-CORRIDA.
           WRITE REG-LOG-CORRIDA.

       EJECUTAR-PASO.
           IF PASO-CIERRE-DE-MES(PASO-I) IS EQUAL TO "S" AND
               FLAG-CIERRE-DE-MES IS EQUAL TO 'NO'
               ADD 1 TO CNT-PASOS-OMITIDOS
               MOVE PASO-I TO LG-OM-PASO
               MOVE PASO-PROGRAMA(PASO-I) TO LG-OM-PROGRAMA
               MOVE LG-LINEA-OMITIDO TO REG-LOG-CORRIDA
               WRITE REG-LOG-CORRIDA
           ELSE
               PERFORM LANZAR-PASO
           END-IF.
           IF FLAG-ABORTO IS EQUAL TO 'NO'
               ADD 1 TO PASO-I
           END-IF.

       LANZAR-PASO.
           MOVE "E" TO CTC-ESTADO.
           MOVE PASO-I TO CTC-PASO.
           PERFORM GRABAR-CONTROL-CORRIDA.
           MOVE SPACES TO COMANDO-PASO.
           STRING DIRECTORIO-PROGRAMAS DELIMITED BY SPACE
               PASO-PROGRAMA(PASO-I) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               PASO-PARAMETRO(PASO-I) DELIMITED BY SPACE
               " > output/salidaPaso.txt 2>&1" DELIMITED BY SIZE
               INTO COMANDO-PASO.
           DISPLAY "Ejecutando paso " PASO-I ": "
               PASO-PROGRAMA(PASO-I).
           ACCEPT HORA-INICIO FROM TIME.
           CALL "SYSTEM" USING COMANDO-PASO.
           IF RETURN-CODE IS GREATER THAN 255
               DIVIDE RETURN-CODE BY 256 GIVING RC-PASO
           ELSE
               MOVE RETURN-CODE TO RC-PASO
           END-IF.
           MOVE 0 TO RETURN-CODE.
           ACCEPT HORA-FIN FROM TIME.
           ADD 1 TO CNT-PASOS-EJECUTADOS.
           EVALUATE TRUE
               WHEN RC-PASO IS EQUAL TO 0
                   MOVE "OK" TO LG-RESULTADO
               WHEN RC-PASO IS GREATER THAN 0 AND
                   RC-PASO IS NOT GREATER THAN 4
                   MOVE "AVISO" TO LG-RESULTADO
                   ADD 1 TO CNT-PASOS-CON-AVISO
               WHEN OTHER
                   MOVE "ABORTADO" TO LG-RESULTADO
                   MOVE 'SI' TO FLAG-ABORTO
           END-EVALUATE.
           MOVE PASO-I TO LG-PASO.
           MOVE PASO-PROGRAMA(PASO-I) TO LG-PROGRAMA.
           MOVE INICIO-HH TO LG-INI-HH.
           MOVE INICIO-MI TO LG-INI-MI.
           MOVE INICIO-SS TO LG-INI-SS.
           MOVE FIN-HH TO LG-FIN-HH.
           MOVE FIN-MI TO LG-FIN-MI.
           MOVE FIN-SS TO LG-FIN-SS.
           MOVE RC-PASO TO LG-RC.
           MOVE LG-LINEA-PASO TO REG-LOG-CORRIDA.
           WRITE REG-LOG-CORRIDA.
           PERFORM COPIAR-SALIDA-PASO.

       COPIAR-SALIDA-PASO.
           OPEN INPUT SALIDA-PASO.
           IF SALIDA-PASO-STATUS IS EQUAL TO 00
               PERFORM LEER-SALIDA-PASO
               PERFORM GRABAR-LINEA-SALIDA UNTIL
                   SALIDA-PASO-STATUS IS NOT EQUAL TO 00
               CLOSE SALIDA-PASO
           ELSE
               DISPLAY "AVISO: SIN SALIDA DEL PASO " PASO-I
                   " FS: " SALIDA-PASO-STATUS
           END-IF.

       LEER-SALIDA-PASO.
           READ SALIDA-PASO RECORD.
           IF SALIDA-PASO-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "AVISO: ERROR LEER SALIDA DEL PASO FS: "
                   SALIDA-PASO-STATUS
           END-IF.

       GRABAR-LINEA-SALIDA.
           MOVE REG-SALIDA-PASO TO LG-SALIDA.
           MOVE LG-LINEA-SALIDA TO REG-LOG-CORRIDA.
           WRITE REG-LOG-CORRIDA.
           PERFORM LEER-SALIDA-PASO.

       FINALIZAR-CORRIDA.
           MOVE LG-SEPARADOR TO REG-LOG-CORRIDA.
           WRITE REG-LOG-CORRIDA.
           IF FLAG-ABORTO IS EQUAL TO 'SI'
               MOVE "A" TO CTC-ESTADO
               MOVE PASO-I TO CTC-PASO
               MOVE "Corrida abortada, se reanuda en el paso "
                   TO LG-FIN-TEXTO
               MOVE PASO-I TO LG-FIN-PASO
               MOVE PASO-PROGRAMA(PASO-I) TO LG-FIN-PROGRAMA
               DISPLAY "CORRIDA ABORTADA EN EL PASO " PASO-I ": "
                   PASO-PROGRAMA(PASO-I)
           ELSE
               MOVE "F" TO CTC-ESTADO
               MOVE PASOS-CANT TO CTC-PASO
               MOVE "Corrida finalizada, pasos ejecutados: "
                   TO LG-FIN-TEXTO
               MOVE CNT-PASOS-EJECUTADOS TO LG-FIN-PASO
               MOVE SPACES TO LG-FIN-PROGRAMA
           END-IF.
           PERFORM GRABAR-CONTROL-CORRIDA.
           MOVE LG-LINEA-FIN TO REG-LOG-CORRIDA.
           WRITE REG-LOG-CORRIDA.
           MOVE LG-SEPARADOR TO REG-LOG-CORRIDA.
           WRITE REG-LOG-CORRIDA.
