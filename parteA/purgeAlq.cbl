               03  ALQ-ESTADO    PIC X.
                   88  ALQUILER-CERRADO   VALUE "C".
               03  ALQ-FECHA-DEVOL    PIC 9(8).
               03  ALQ-SUC-RETIRO     PIC 99.
               03  ALQ-SUC-DEVOL      PIC 99.
               03  ALQ-SUC-DEVOL-REAL PIC 99.
               03  ALQ-CARGO-TRASLADO PIC 9(4)V99.

        FD    ARCH-ALQUILERES
            LABEL RECORD STANDARD.
        01    REG-ARCH-ALQUILERES PIC X(72).

       WORKING-STORAGE SECTION.

       77 CNT-QUEDAN PIC 9(6) VALUE 0.
       77 FLAG-ARCH-ABIERTO PIC X(2) VALUE 'NO'.
       77 NOMBRE-ARCH-ABIERTO PIC X(29) VALUE SPACES.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 PARAMETRO-ENTRADA PIC X(10).

               WHEN OTHER
                   DISPLAY "PARAMETRO INVALIDO, USO: PURGE_ALQ "
                       "[AAAAMMDD]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM INICIALIZAR.
           DISPLAY "Alquileres leidos: " CNT-ALQ-LEIDOS.
           DISPLAY "Alquileres purgados a historia: " CNT-PURGADOS.
           DISPLAY "Alquileres que quedan en maestro: " CNT-QUEDAN.
           IF CNT-ERRORES IS GREATER THAN 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INICIALIZAR.
           OPEN I-O ALQUILERES.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ALQUILERES FS: " ALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       PROCESAR-ALQUILER.
           IF ARCH-ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR ARCH-ALQUILERES FS: "
                   ARCH-ALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
               ADD 1 TO CNT-QUEDAN
           ELSE
               DELETE ALQUILERES RECORD
               ELSE
                   DISPLAY "ERROR BORRAR ALQUILERES FS: "
                       ALQUILERES-STATUS " CLAVE: " CLAVE-ALQ
                   ADD 1 TO CNT-ERRORES
                   ADD 1 TO CNT-QUEDAN
               END-IF
           END-IF.
                   DISPLAY "ERROR ABRIR ARCH-ALQUILERES "
                       NOMBRE-ARCHIVO-ALQUILERES-HIST " FS: "
                       ARCH-ALQUILERES-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'SI' TO FLAG-ARCH-ABIERTO
