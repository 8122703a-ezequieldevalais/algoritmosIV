               03  AUT-IMPORTE   PIC 9(4)V99.
               03  AUT-ESTADO    PIC X.
                   88  AUTO-DISPONIBLE        VALUE "D".
               03  AUT-KM-ACTUAL         PIC 9(7).
               03  AUT-KM-ULT-SERVICE    PIC 9(7).
               03  AUT-FECHA-ULT-SERVICE PIC 9(8).
               03  AUT-FECHA-COMPRA      PIC 9(8).
               03  AUT-PRECIO-COMPRA     PIC 9(8)V99.
               03  AUT-VALOR-RESIDUAL    PIC 9(8)V99.
               03  AUT-SUCURSAL          PIC 99.

        FD    ALQUILERES
            LABEL RECORD STANDARD.
               03  ALQ-ESTADO    PIC X.
                   88  ALQUILER-CERRADO   VALUE "C".
               03  ALQ-FECHA-DEVOL    PIC 9(8).
               03  ALQ-SUC-RETIRO     PIC 99.
               03  ALQ-SUC-DEVOL      PIC 99.
               03  ALQ-SUC-DEVOL-REAL PIC 99.
               03  ALQ-CARGO-TRASLADO PIC 9(4)V99.

        FD    INFORME
            LABEL RECORD OMITTED.
       77 CNT-AUTOS-LEIDOS PIC 9(4) VALUE 0.
       77 CNT-ALQ-LEIDOS PIC 9(6) VALUE 0.
       77 CNT-DISPONIBLES PIC 9(4) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 PARAMETRO-ENTRADA PIC X(30).

           DISPLAY "Autos leidos: " CNT-AUTOS-LEIDOS.
           DISPLAY "Alquileres leidos: " CNT-ALQ-LEIDOS.
           DISPLAY "Autos disponibles listados: " CNT-DISPONIBLES.
           IF CNT-ERRORES IS GREATER THAN 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INTERPRETAR-PARAMETRO.
           IF CONSULTA-HASTA IS LESS THAN CONSULTA-DESDE
               DISPLAY "RANGO DE FECHAS INVALIDO: " CONSULTA-DESDE
                   " A " CONSULTA-HASTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CONSULTA-DESDE TO FECHA-CONVERSION-NUM.
           DISPLAY "PARAMETRO INVALIDO, USO: CONS_DISPO "
               "[D AAAAMMDD AAAAMMDD [TAM] | P PATENTE "
               "AAAAMMDD AAAAMMDD]".
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       INICIALIZAR.
           OPEN INPUT AUTOS.
           IF AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR AUTOS FS: " AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALQUILERES.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INFORME.
           IF INFORME-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR INFORME FS: " INFORME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ALQUILERES FS: " ALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-OCUPACION.
       AGREGAR-OCUPACION.
           IF OCUP-CANT IS EQUAL TO 10000
               DISPLAY "ERROR TABLA DE OCUPACION LLENA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO OCUP-CANT.
           END-IF.
           IF AUTOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AUTOS FS: " AUTOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       REVISAR-AUTO.
