               03  JRN-TIPO        PIC X.
               03  JRN-RESULTADO   PIC X.
               03  JRN-PATENTE     PIC X(6).
               03  JRN-ANTES       PIC X(126).
               03  JRN-DESPUES     PIC X(126).

        FD    INFORME
            LABEL RECORD OMITTED.
        01    REG-INFORME PIC X(138).

       WORKING-STORAGE SECTION.

       77 FLAG-PASA-FILTRO PIC X(2).
       77 TIPO-MOV-TEXTO PIC X(14).
       77 RESULTADO-TEXTO PIC X(9).
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 PARAMETRO-ENTRADA PIC X(30).

           03 FILLER PIC X(38) VALUE
           "Journal de movimientos sobre la flota".
           03 JL-E1-FILTRO PIC X(42) VALUE SPACES.
           03 FILLER PIC X(58) VALUE SPACES.

       01 JL-SEPARADOR.
           03 FILLER PIC X(138) VALUE ALL "-".

       01 JL-LINEA-MOV.
           03 FILLER PIC X(1) VALUE SPACES.
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9) VALUE "Patente: ".
           03 JL-PATENTE PIC X(6).
           03 FILLER PIC X(82) VALUE SPACES.

       01 JL-LINEA-ANTES.
           03 FILLER PIC X(10) VALUE "   Antes: ".
           03 JL-ANTES PIC X(126).
           03 FILLER PIC X(2) VALUE SPACES.

       01 JL-LINEA-DESPUES.
           03 FILLER PIC X(10) VALUE "   Desp.: ".
           03 JL-DESPUES PIC X(126).
           03 FILLER PIC X(2) VALUE SPACES.

       01 LINEA-VACIA.
           03 FILLER PIC X(138) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT PARAMETRO-ENTRADA FROM COMMAND-LINE.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Movimientos leidos: " CNT-LEIDOS.
           DISPLAY "Movimientos listados: " CNT-LISTADOS.
           IF CNT-ERRORES IS GREATER THAN 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INTERPRETAR-PARAMETRO.
                   ELSE
                       DISPLAY "PARAMETRO INVALIDO, USO: INF_JOURNAL "
                           "[P PATENTE | F AAAAMMDD AAAAMMDD]"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN SPACE
               WHEN OTHER
                   DISPLAY "PARAMETRO INVALIDO, USO: INF_JOURNAL "
                       "[P PATENTE | F AAAAMMDD AAAAMMDD]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF JOURNAL-AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR JOURNAL-AUTOS FS: "
                   JOURNAL-AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INFORME.
           IF INFORME-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR INFORME FS: " INFORME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF JOURNAL-AUTOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER JOURNAL-AUTOS FS: "
                   JOURNAL-AUTOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       PROCESAR-REGISTRO.
               WHEN "M" MOVE "Modificacion" TO TIPO-MOV-TEXTO
               WHEN "B" MOVE "Baja" TO TIPO-MOV-TEXTO
               WHEN "E" MOVE "Cambio estado" TO TIPO-MOV-TEXTO
               WHEN "K" MOVE "Kilometraje" TO TIPO-MOV-TEXTO
               WHEN "S" MOVE "Service" TO TIPO-MOV-TEXTO
               WHEN "U" MOVE "Ubicacion" TO TIPO-MOV-TEXTO
               WHEN OTHER MOVE "Desconocido" TO TIPO-MOV-TEXTO
           END-EVALUATE.

