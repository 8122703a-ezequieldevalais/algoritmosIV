       77 CNT-MODIFICACIONES PIC 9(6) VALUE 0.
       77 CNT-BAJAS PIC 9(6) VALUE 0.
       77 CNT-RECHAZADOS-MOV PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
               MOVIMIENTOS-CLIENTES-STATUS IS EQUAL TO 10.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-RECHAZADOS-MOV IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       INICIALIZAR.
           END-IF.
           IF CLIENTES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN CLIENTES FS: " CLIENTES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MOVIMIENTOS-CLIENTES.
           IF MOVIMIENTOS-CLIENTES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN MOVIMIENTOS-CLIENTES FS: "
                   MOVIMIENTOS-CLIENTES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MOVIMIENTOS-CLIENTES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER MOVIMIENTOS-CLIENTES FS: "
                   MOVIMIENTOS-CLIENTES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       PROCESAR-MOVIMIENTO.
