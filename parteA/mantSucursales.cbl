       IDENTIFICATION DIVISION.
       program-id. "MANT_SUCURSALES".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SUCURSALES ASSIGN TO
           "input/sucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUC-CODIGO
           FILE STATUS IS SUCURSALES-STATUS.

           SELECT MOVIMIENTOS-SUCURSALES ASSIGN TO
           "input/movSucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVIMIENTOS-SUCURSALES-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD    SUCURSALES
            LABEL RECORD STANDARD.
        01    REG-SUCURSALES.
               03  SUC-CODIGO    PIC 99.
               03  SUC-NOMBRE    PIC X(20).
               03  SUC-DIRECCION PIC X(30).
               03  SUC-TELEFONO  PIC X(15).
               03  SUC-ACTIVA    PIC X.

        FD    MOVIMIENTOS-SUCURSALES
            LABEL RECORD STANDARD.
        01    REG-MOVIMIENTOS-SUCURSALES.
               03  MOV-TIPO      PIC X.
                   88  MOV-ES-ALTA            VALUE "A".
                   88  MOV-ES-MODIFICACION    VALUE "M".
                   88  MOV-ES-BAJA            VALUE "B".
               03  MOV-CODIGO    PIC 99.
               03  MOV-NOMBRE    PIC X(20).
               03  MOV-DIRECCION PIC X(30).
               03  MOV-TELEFONO  PIC X(15).
               03  MOV-ACTIVA    PIC X.
                   88  MOV-ACTIVA-VALIDA      VALUE "S" "N".

       WORKING-STORAGE SECTION.

       77 SUCURSALES-STATUS PIC X(2).
       77 MOVIMIENTOS-SUCURSALES-STATUS PIC X(2).
       77 CNT-ALTAS PIC 9(6) VALUE 0.
       77 CNT-MODIFICACIONES PIC 9(6) VALUE 0.
       77 CNT-BAJAS PIC 9(6) VALUE 0.
       77 CNT-RECHAZADOS-MOV PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL
               MOVIMIENTOS-SUCURSALES-STATUS IS EQUAL TO 10.
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
           OPEN I-O SUCURSALES.
           IF SUCURSALES-STATUS IS EQUAL TO 35
               OPEN OUTPUT SUCURSALES
               CLOSE SUCURSALES
               OPEN I-O SUCURSALES
           END-IF.
           IF SUCURSALES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN SUCURSALES FS: " SUCURSALES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MOVIMIENTOS-SUCURSALES.
           IF MOVIMIENTOS-SUCURSALES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN MOVIMIENTOS-SUCURSALES FS: "
                   MOVIMIENTOS-SUCURSALES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEER-MOVIMIENTO.
           READ MOVIMIENTOS-SUCURSALES RECORD.
           IF MOVIMIENTOS-SUCURSALES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER MOVIMIENTOS-SUCURSALES FS: "
                   MOVIMIENTOS-SUCURSALES-STATUS
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
                       MOV-TIPO " CODIGO: " MOV-CODIGO
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       PROCESAR-ALTA.
           MOVE MOV-CODIGO TO SUC-CODIGO.
           MOVE MOV-NOMBRE TO SUC-NOMBRE.
           MOVE MOV-DIRECCION TO SUC-DIRECCION.
           MOVE MOV-TELEFONO TO SUC-TELEFONO.
           IF MOV-ACTIVA-VALIDA
               MOVE MOV-ACTIVA TO SUC-ACTIVA
           ELSE
               MOVE "S" TO SUC-ACTIVA
           END-IF.
           WRITE REG-SUCURSALES.
           IF SUCURSALES-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-ALTAS
           ELSE
               ADD 1 TO CNT-RECHAZADOS-MOV
               DISPLAY "ALTA RECHAZADA, CODIGO YA EXISTE: "
                   MOV-CODIGO " FS: " SUCURSALES-STATUS
           END-IF.

       PROCESAR-MODIFICACION.
           MOVE MOV-CODIGO TO SUC-CODIGO.
           READ SUCURSALES RECORD KEY IS SUC-CODIGO.
           IF SUCURSALES-STATUS IS EQUAL TO 00
               MOVE MOV-NOMBRE TO SUC-NOMBRE
               MOVE MOV-DIRECCION TO SUC-DIRECCION
               MOVE MOV-TELEFONO TO SUC-TELEFONO
               IF MOV-ACTIVA-VALIDA
                   MOVE MOV-ACTIVA TO SUC-ACTIVA
               END-IF
               REWRITE REG-SUCURSALES
               IF SUCURSALES-STATUS IS EQUAL TO 00
                   ADD 1 TO CNT-MODIFICACIONES
               ELSE
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "MODIFICACION RECHAZADA AL GRABAR: "
                       MOV-CODIGO " FS: " SUCURSALES-STATUS
               END-IF
           ELSE
               ADD 1 TO CNT-RECHAZADOS-MOV
               DISPLAY "MODIFICACION RECHAZADA, CODIGO INEXISTENTE: "
                   MOV-CODIGO
           END-IF.

       PROCESAR-BAJA.
           MOVE MOV-CODIGO TO SUC-CODIGO.
           READ SUCURSALES RECORD KEY IS SUC-CODIGO.
           IF SUCURSALES-STATUS IS EQUAL TO 00
               DELETE SUCURSALES RECORD
               IF SUCURSALES-STATUS IS EQUAL TO 00
                   ADD 1 TO CNT-BAJAS
               ELSE
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "BAJA RECHAZADA AL BORRAR: "
                       MOV-CODIGO " FS: " SUCURSALES-STATUS
               END-IF
           ELSE
               ADD 1 TO CNT-RECHAZADOS-MOV
               DISPLAY "BAJA RECHAZADA, CODIGO INEXISTENTE: "
                   MOV-CODIGO
           END-IF.

       IMPRIMIR-RESUMEN.
           DISPLAY "Altas procesadas: " CNT-ALTAS.
           DISPLAY "Modificaciones procesadas: " CNT-MODIFICACIONES.
           DISPLAY "Bajas procesadas: " CNT-BAJAS.
           DISPLAY "Movimientos rechazados: " CNT-RECHAZADOS-MOV.

       CERRAR-ARCHIVOS.
           CLOSE SUCURSALES.
           CLOSE MOVIMIENTOS-SUCURSALES.
