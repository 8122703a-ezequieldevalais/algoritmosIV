               03  AUT-TAMANO    PIC X.
               03  AUT-IMPORTE   PIC 9(4)V99.
               03  AUT-ESTADO    PIC X.
               03  AUT-KM-ACTUAL         PIC 9(7).
               03  AUT-KM-ULT-SERVICE    PIC 9(7).
               03  AUT-FECHA-ULT-SERVICE PIC 9(8).
               03  AUT-FECHA-COMPRA      PIC 9(8).
               03  AUT-PRECIO-COMPRA     PIC 9(8)V99.
               03  AUT-VALOR-RESIDUAL    PIC 9(8)V99.
               03  AUT-SUCURSAL          PIC 99.

        FD    ALQUILERES
            LABEL RECORD STANDARD.
               03  ALQ-IMPORTE   PIC 9(6)V99.
               03  ALQ-ESTADO    PIC X.
               03  ALQ-FECHA-DEVOL    PIC 9(8).
               03  ALQ-SUC-RETIRO     PIC 99.
               03  ALQ-SUC-DEVOL      PIC 99.
               03  ALQ-SUC-DEVOL-REAL PIC 99.
               03  ALQ-CARGO-TRASLADO PIC 9(4)V99.

        FD    ARCH-ALQUILERES
            LABEL RECORD STANDARD.
               03  ARCHALQ-TIPODOC       PIC X.
               03  ARCHALQ-NRODOC        PIC X(20).
               03  ARCHALQ-IMPORTE       PIC 9(6)V99.
               03  FILLER                PIC X(21).

        FD    INFORME
            LABEL RECORD OMITTED.
       77 FLAG-ALQ-VISTO PIC X(2).
       77 FLAG-AVISO-VISTOS PIC X(2) VALUE 'NO'.
       77 VISTO-I PIC 9(5).
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 PARAMETRO-ENTRADA PIC X(20).
       01 PARAMETRO-MES PIC X(6).
           DISPLAY "Archivos diarios leidos: " CNT-ARCHIVOS-LEIDOS.
           DISPLAY "Alquileres leidos: " CNT-ALQ-LEIDOS.
           DISPLAY "Alquileres sin auto en flota: " CNT-ALQ-SIN-AUTO.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-ALQ-SIN-AUTO IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       VALIDAR-PARAMETRO.
           MOVE PARAMETRO-ENTRADA(1:6) TO PARAMETRO-MES.
           IF PARAMETRO-MES IS NOT NUMERIC
               DISPLAY "PARAMETRO INVALIDO, USO: INF_FLOTA AAAAMM NN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARAMETRO-MES(5:2) IS LESS THAN "01" OR
               PARAMETRO-MES(5:2) IS GREATER THAN "12"
               DISPLAY "MES INVALIDO: " PARAMETRO-MES(5:2)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN OTHER
                   DISPLAY "PARAMETRO INVALIDO, USO: INF_FLOTA "
                       "AAAAMM NN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE PARAMETRO-MES(1:4) TO ARCH-AAAA.
           OPEN INPUT AUTOS.
           IF AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR AUTOS FS: " AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INFORME.
           IF INFORME-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR INFORME FS: " INFORME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ AUTOS RECORD.
           IF AUTOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AUTOS FS: " AUTOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-AUTO-EN-FLOTA.
               IF ALQUILERES-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR ALQUILERES FS: "
                       ALQUILERES-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-MAESTRO
           READ ALQUILERES RECORD.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ALQUILERES FS: " ALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       ACUMULAR-ALQ-MAESTRO.
                   DISPLAY "ERROR ABRIR "
                       NOMBRE-ARCHIVO-ALQUILERES-HIST " FS: "
                       ARCH-ALQUILERES-STATUS
                   ADD 1 TO CNT-ERRORES
               END-IF
           END-IF.

               DISPLAY "ERROR LEER "
                   NOMBRE-ARCHIVO-ALQUILERES-HIST " FS: "
                   ARCH-ALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       ACUMULAR-ALQUILER.
