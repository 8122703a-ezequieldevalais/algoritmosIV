       IDENTIFICATION DIVISION.
       program-id. "MANT_TRASLADOS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRASLADOS ASSIGN TO
           "input/tarifasTraslado.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-TRT
           FILE STATUS IS TRASLADOS-STATUS.

           SELECT MOVIMIENTOS-TRASLADOS ASSIGN TO
           "input/movTraslados.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVIMIENTOS-TRASLADOS-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD    TRASLADOS
            LABEL RECORD STANDARD.
        01    REG-TRASLADOS.
               03 CLAVE-TRT.
                   05  TRT-SUC-ORIGEN       PIC 99.
                   05  TRT-SUC-DESTINO      PIC 99.
               03  TRT-IMPORTE          PIC 9(4)V99.

        FD    MOVIMIENTOS-TRASLADOS
            LABEL RECORD STANDARD.
        01    REG-MOVIMIENTOS-TRASLADOS.
               03  MOV-TIPO      PIC X.
                   88  MOV-ES-ALTA            VALUE "A".
                   88  MOV-ES-MODIFICACION    VALUE "M".
                   88  MOV-ES-BAJA            VALUE "B".
               03  MOV-SUC-ORIGEN       PIC 99.
               03  MOV-SUC-DESTINO      PIC 99.
               03  MOV-IMPORTE          PIC 9(4)V99.

       WORKING-STORAGE SECTION.

       77 TRASLADOS-STATUS PIC X(2).
       77 MOVIMIENTOS-TRASLADOS-STATUS PIC X(2).
       77 CNT-ALTAS PIC 9(6) VALUE 0.
       77 CNT-MODIFICACIONES PIC 9(6) VALUE 0.
       77 CNT-BAJAS PIC 9(6) VALUE 0.
       77 CNT-RECHAZADOS-MOV PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL
               MOVIMIENTOS-TRASLADOS-STATUS IS EQUAL TO 10.
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
           OPEN I-O TRASLADOS.
           IF TRASLADOS-STATUS IS EQUAL TO 35
               OPEN OUTPUT TRASLADOS
               CLOSE TRASLADOS
               OPEN I-O TRASLADOS
           END-IF.
           IF TRASLADOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN TRASLADOS FS: " TRASLADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MOVIMIENTOS-TRASLADOS.
           IF MOVIMIENTOS-TRASLADOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN MOVIMIENTOS-TRASLADOS FS: "
                   MOVIMIENTOS-TRASLADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEER-MOVIMIENTO.
           READ MOVIMIENTOS-TRASLADOS RECORD.
           IF MOVIMIENTOS-TRASLADOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER MOVIMIENTOS-TRASLADOS FS: "
                   MOVIMIENTOS-TRASLADOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       PROCESAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN MOV-ES-ALTA
                   PERFORM PROCESAR-ALTA
               WHEN MOV-ES-MODIFICACION
                   PERFORM PROCESAR-MODIFICACION
               WHEN MOV-ES-BAJA
                   PERFORM PROCESAR-BAJA
               WHEN OTHER
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "MOVIMIENTO RECHAZADO, TIPO INVALIDO: "
                       MOV-TIPO " ORIGEN: " MOV-SUC-ORIGEN
                       " DESTINO: " MOV-SUC-DESTINO
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       PROCESAR-ALTA.
           IF MOV-SUC-ORIGEN IS NOT NUMERIC OR
               MOV-SUC-DESTINO IS NOT NUMERIC OR
               MOV-SUC-ORIGEN IS EQUAL TO 0 OR
               MOV-SUC-DESTINO IS EQUAL TO 0 OR
               MOV-SUC-ORIGEN IS EQUAL TO MOV-SUC-DESTINO
               ADD 1 TO CNT-RECHAZADOS-MOV
               DISPLAY "ALTA RECHAZADA, SUCURSALES INVALIDAS: "
                   MOV-SUC-ORIGEN " " MOV-SUC-DESTINO
           ELSE
               MOVE MOV-SUC-ORIGEN TO TRT-SUC-ORIGEN
               MOVE MOV-SUC-DESTINO TO TRT-SUC-DESTINO
               MOVE MOV-IMPORTE TO TRT-IMPORTE
               WRITE REG-TRASLADOS
               IF TRASLADOS-STATUS IS EQUAL TO 00
                   ADD 1 TO CNT-ALTAS
               ELSE
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "ALTA RECHAZADA, TRASLADO YA EXISTE: "
                       MOV-SUC-ORIGEN " " MOV-SUC-DESTINO
                       " FS: " TRASLADOS-STATUS
               END-IF
           END-IF.

       PROCESAR-MODIFICACION.
           MOVE MOV-SUC-ORIGEN TO TRT-SUC-ORIGEN.
           MOVE MOV-SUC-DESTINO TO TRT-SUC-DESTINO.
           READ TRASLADOS RECORD KEY IS CLAVE-TRT.
           IF TRASLADOS-STATUS IS EQUAL TO 00
               MOVE MOV-IMPORTE TO TRT-IMPORTE
               REWRITE REG-TRASLADOS
               IF TRASLADOS-STATUS IS EQUAL TO 00
                   ADD 1 TO CNT-MODIFICACIONES
               ELSE
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "MODIFICACION RECHAZADA AL GRABAR: "
                       MOV-SUC-ORIGEN " " MOV-SUC-DESTINO
                       " FS: " TRASLADOS-STATUS
               END-IF
           ELSE
               ADD 1 TO CNT-RECHAZADOS-MOV
               DISPLAY "MODIFICACION RECHAZADA, TRASLADO INEXISTENTE: "
                   MOV-SUC-ORIGEN " " MOV-SUC-DESTINO
           END-IF.

       PROCESAR-BAJA.
           MOVE MOV-SUC-ORIGEN TO TRT-SUC-ORIGEN.
           MOVE MOV-SUC-DESTINO TO TRT-SUC-DESTINO.
           READ TRASLADOS RECORD KEY IS CLAVE-TRT.
           IF TRASLADOS-STATUS IS EQUAL TO 00
               DELETE TRASLADOS RECORD
               IF TRASLADOS-STATUS IS EQUAL TO 00
                   ADD 1 TO CNT-BAJAS
               ELSE
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "BAJA RECHAZADA AL BORRAR: "
                       MOV-SUC-ORIGEN " " MOV-SUC-DESTINO
                       " FS: " TRASLADOS-STATUS
               END-IF
           ELSE
               ADD 1 TO CNT-RECHAZADOS-MOV
               DISPLAY "BAJA RECHAZADA, TRASLADO INEXISTENTE: "
                   MOV-SUC-ORIGEN " " MOV-SUC-DESTINO
           END-IF.

       IMPRIMIR-RESUMEN.
           DISPLAY "Altas procesadas: " CNT-ALTAS.
           DISPLAY "Modificaciones procesadas: " CNT-MODIFICACIONES.
           DISPLAY "Bajas procesadas: " CNT-BAJAS.
           DISPLAY "Movimientos rechazados: " CNT-RECHAZADOS-MOV.

       CERRAR-ARCHIVOS.
           CLOSE TRASLADOS.
           CLOSE MOVIMIENTOS-TRASLADOS.
