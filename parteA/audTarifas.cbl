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

        FD    INFORME
            LABEL RECORD OMITTED.
       77 CNT-SIN-COBERTURA PIC 9(4) VALUE 0.
       77 CNT-DIAS-CUBIERTOS PIC 9(5).
       77 CNT-AUTOS-LEIDOS PIC 9(4) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 PARAMETRO-ENTRADA PIC X(20).

               CNT-SIN-COBERTURA IS GREATER THAN 0
               DISPLAY "AUDITORIA CON HALLAZGOS, VER "
                   "output/auditoriaTarifas.txt"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "AUDITORIA SIN HALLAZGOS"
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF CNT-ERRORES IS GREATER THAN 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

           READ TARIFAS RECORD.
           IF TARIFAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER TARIFAS FS: " TARIFAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-TARIFA-EN-VECTARIFAS.
           END-IF.
           IF AUTOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AUTOS FS: " AUTOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-TAMANO.
