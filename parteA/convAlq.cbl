               03  ALQ-IMPORTE   PIC 9(6)V99.
               03  ALQ-ESTADO    PIC X.
               03  ALQ-FECHA-DEVOL    PIC 9(8).
               03  ALQ-SUC-RETIRO     PIC 99.
               03  ALQ-SUC-DEVOL      PIC 99.
               03  ALQ-SUC-DEVOL-REAL PIC 99.
               03  ALQ-CARGO-TRASLADO PIC 9(4)V99.

       WORKING-STORAGE SECTION.

       77 ALQUILERES-STATUS PIC X(2).
       77 CNT-CONVERTIDOS PIC 9(6) VALUE 0.
       77 CNT-RECHAZADOS-CONV PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
               ALQ-LEGACY-STATUS IS EQUAL TO 10.
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
           IF ALQ-LEGACY-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ALQ-LEGACY FS: "
                   ALQ-LEGACY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ALQUILERES.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ALQ-LEGACY-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ALQ-LEGACY FS: "
                   ALQ-LEGACY-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       CONVERTIR-REGISTRO.
           MOVE REG-ALQ-LEGACY TO REG-ALQUILERES.
           MOVE 1 TO ALQ-SUC-RETIRO.
           MOVE 1 TO ALQ-SUC-DEVOL.
           MOVE 0 TO ALQ-SUC-DEVOL-REAL.
           MOVE 0 TO ALQ-CARGO-TRASLADO.
           WRITE REG-ALQUILERES.
           IF ALQUILERES-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-CONVERTIDOS
