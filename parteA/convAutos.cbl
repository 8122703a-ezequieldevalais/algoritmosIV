               03  AUT-LEG-COLOR     PIC X(10).
               03  AUT-LEG-TAMANO    PIC X.
               03  AUT-LEG-IMPORTE   PIC 9(4)V99.
               03  AUT-LEG-ESTADO    PIC X.
                   88  AUT-LEG-ESTADO-VALIDO  VALUE "D" "T" "F".

        FD    AUTOS
            LABEL RECORD STANDARD.
                   88  AUTO-DISPONIBLE        VALUE "D".
                   88  AUTO-EN-TALLER         VALUE "T".
                   88  AUTO-FUERA-DE-FLOTA    VALUE "F".
               03  AUT-KM-ACTUAL         PIC 9(7).
               03  AUT-KM-ULT-SERVICE    PIC 9(7).
               03  AUT-FECHA-ULT-SERVICE PIC 9(8).
               03  AUT-FECHA-COMPRA      PIC 9(8).
               03  AUT-PRECIO-COMPRA     PIC 9(8)V99.
               03  AUT-VALOR-RESIDUAL    PIC 9(8)V99.
               03  AUT-SUCURSAL          PIC 99.

       WORKING-STORAGE SECTION.

       77 AUTOS-STATUS PIC X(2).
       77 CNT-CONVERTIDOS PIC 9(6) VALUE 0.
       77 CNT-RECHAZADOS-CONV PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
               AUTOS-LEGACY-STATUS IS EQUAL TO 10.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-RECHAZADOS-CONV IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       INICIALIZAR.
           IF AUTOS-LEGACY-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR AUTOS-LEGACY FS: "
                   AUTOS-LEGACY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AUTOS.
           IF AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR AUTOS FS: " AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF AUTOS-LEGACY-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AUTOS-LEGACY FS: "
                   AUTOS-LEGACY-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       CONVERTIR-REGISTRO.
           MOVE AUT-LEG-COLOR TO AUT-COLOR.
           MOVE AUT-LEG-TAMANO TO AUT-TAMANO.
           MOVE AUT-LEG-IMPORTE TO AUT-IMPORTE.
           IF AUT-LEG-ESTADO-VALIDO
               MOVE AUT-LEG-ESTADO TO AUT-ESTADO
           ELSE
               MOVE "D" TO AUT-ESTADO
           END-IF.
           MOVE 0 TO AUT-KM-ACTUAL.
           MOVE 0 TO AUT-KM-ULT-SERVICE.
           MOVE 0 TO AUT-FECHA-ULT-SERVICE.
           MOVE 0 TO AUT-FECHA-COMPRA.
           MOVE 0 TO AUT-PRECIO-COMPRA.
           MOVE 0 TO AUT-VALOR-RESIDUAL.
           MOVE 1 TO AUT-SUCURSAL.
           WRITE REG-AUTOS.
           IF AUTOS-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-CONVERTIDOS
