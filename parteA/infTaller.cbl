               03  AUT-IMPORTE   PIC 9(4)V99.
               03  AUT-ESTADO    PIC X.
                   88  AUTO-EN-TALLER         VALUE "T".
               03  AUT-KM-ACTUAL         PIC 9(7).
               03  AUT-KM-ULT-SERVICE    PIC 9(7).
               03  AUT-FECHA-ULT-SERVICE PIC 9(8).
               03  AUT-FECHA-COMPRA      PIC 9(8).
               03  AUT-PRECIO-COMPRA     PIC 9(8)V99.
               03  AUT-VALOR-RESIDUAL    PIC 9(8)V99.
               03  AUT-SUCURSAL          PIC 99.

        FD    ORDENES-TALLER
            LABEL RECORD STANDARD.
       77 APERTURA-DIAS PIC 9(7).
       77 DIAS-EN-TALLER PIC S9(5).
       77 COSTO-PATENTE-ACT PIC 9(8)V99.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
           DISPLAY "Ordenes leidas: " CNT-ORDENES-LEIDAS.
           DISPLAY "Autos en taller: " CNT-EN-TALLER.
           DISPLAY "Autos en taller sin orden: " CNT-SIN-ORDEN.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-SIN-ORDEN IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       INICIALIZAR.
           OPEN INPUT AUTOS.
           IF AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR AUTOS FS: " AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ORDENES-TALLER.
               IF ORDENES-TALLER-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR ORDENES-TALLER FS: "
                       ORDENES-TALLER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT INFORME.
           IF INFORME-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR INFORME FS: " INFORME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           END-IF.
           IF AUTOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AUTOS FS: " AUTOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-AUTO-TALLER.
           IF ORDENES-TALLER-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ORDENES-TALLER FS: "
                   ORDENES-TALLER-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       ACUMULAR-ORDEN.
