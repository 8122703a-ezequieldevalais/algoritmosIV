           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVIMIENTOS-AUTOS-STATUS.

           SELECT SUCURSALES ASSIGN TO
           "input/sucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUC-CODIGO
           FILE STATUS IS SUCURSALES-STATUS.

           SELECT JOURNAL-AUTOS ASSIGN TO
           "input/journalAutos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
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

        FD    MOVIMIENTOS-AUTOS
            LABEL RECORD STANDARD.
                   88  MOV-ES-MODIFICACION    VALUE "M".
                   88  MOV-ES-BAJA            VALUE "B".
                   88  MOV-ES-CAMBIO-ESTADO   VALUE "E".
                   88  MOV-ES-TRASLADO        VALUE "U".
               03  MOV-PATENTE   PIC X(6).
               03  MOV-DESC      PIC X(30).
               03  MOV-MARCA     PIC X(20).
               03  MOV-IMPORTE   PIC 9(4)V99.
               03  MOV-ESTADO    PIC X.
                   88  MOV-ESTADO-VALIDO      VALUE "D" "T" "F".
               03  MOV-KILOMETRAJE  PIC 9(7).
               03  MOV-FECHA-COMPRA      PIC 9(8).
               03  MOV-PRECIO-COMPRA     PIC 9(8)V99.
               03  MOV-VALOR-RESIDUAL    PIC 9(8)V99.
               03  MOV-SUCURSAL          PIC 99.

        FD    SUCURSALES
            LABEL RECORD STANDARD.
        01    REG-SUCURSALES.
               03  SUC-CODIGO    PIC 99.
               03  SUC-NOMBRE    PIC X(20).
               03  SUC-DIRECCION PIC X(30).
               03  SUC-TELEFONO  PIC X(15).
               03  SUC-ACTIVA    PIC X.

        FD    JOURNAL-AUTOS
            LABEL RECORD STANDARD.
               03  JRN-TIPO        PIC X.
               03  JRN-RESULTADO   PIC X.
               03  JRN-PATENTE     PIC X(6).
               03  JRN-ANTES       PIC X(126).
               03  JRN-DESPUES     PIC X(126).

       WORKING-STORAGE SECTION.

       77 AUTOS-STATUS PIC X(2).
       77 MOVIMIENTOS-AUTOS-STATUS PIC X(2).
       77 JOURNAL-AUTOS-STATUS PIC X(2).
       77 SUCURSALES-STATUS PIC X(2).
       77 FLAG-HAY-SUCURSALES PIC X(2) VALUE 'NO'.
       77 FLAG-SUCURSAL-OK PIC X(2).
       77 IMAGEN-ANTES PIC X(126).
       77 FLAG-COMPRA-OK PIC X(2).

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
       77 CNT-MODIFICACIONES PIC 9(6) VALUE 0.
       77 CNT-BAJAS PIC 9(6) VALUE 0.
       77 CNT-CAMBIOS-ESTADO PIC 9(6) VALUE 0.
       77 CNT-TRASLADOS PIC 9(6) VALUE 0.
       77 CNT-RECHAZADOS-MOV PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
               MOVIMIENTOS-AUTOS-STATUS IS EQUAL TO 10.
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
           OPEN I-O AUTOS.
           IF AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN AUTOS FS: " AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MOVIMIENTOS-AUTOS.
           IF MOVIMIENTOS-AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN MOVIMIENTOS-AUTOS FS: "
                   MOVIMIENTOS-AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUCURSALES.
           IF SUCURSALES-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE SUCURSALES, SOLO SE "
                   "VALIDARA EL FORMATO DE LA SUCURSAL"
           ELSE
               IF SUCURSALES-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR OPEN SUCURSALES FS: "
                       SUCURSALES-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'SI' TO FLAG-HAY-SUCURSALES
           END-IF.
           OPEN EXTEND JOURNAL-AUTOS.
           IF JOURNAL-AUTOS-STATUS IS EQUAL TO 35
               OPEN OUTPUT JOURNAL-AUTOS
           IF JOURNAL-AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN JOURNAL-AUTOS FS: "
                   JOURNAL-AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MOVIMIENTOS-AUTOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER MOVIMIENTOS-AUTOS FS: "
                   MOVIMIENTOS-AUTOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       PROCESAR-MOVIMIENTO.
                   PERFORM PROCESAR-BAJA
               WHEN MOV-ES-CAMBIO-ESTADO
                   PERFORM PROCESAR-CAMBIO-ESTADO
               WHEN MOV-ES-TRASLADO
                   PERFORM PROCESAR-TRASLADO
               WHEN OTHER
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "MOVIMIENTO RECHAZADO, TIPO INVALIDO: "
           PERFORM LEER-MOVIMIENTO.

       PROCESAR-ALTA.
           PERFORM VALIDAR-DATOS-COMPRA.
           PERFORM VALIDAR-SUCURSAL-INFORMADA.
           EVALUATE TRUE
               WHEN FLAG-COMPRA-OK IS EQUAL TO 'NO'
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "ALTA RECHAZADA, DATOS DE COMPRA "
                       "INVALIDOS: " MOV-PATENTE
                   MOVE SPACES TO IMAGEN-ANTES
                   MOVE SPACES TO REG-AUTOS
                   PERFORM GRABAR-JOURNAL-RECHAZADO
               WHEN FLAG-SUCURSAL-OK IS EQUAL TO 'NO'
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "ALTA RECHAZADA, SUCURSAL INVALIDA: "
                       MOV-SUCURSAL " PATENTE: " MOV-PATENTE
                   MOVE SPACES TO IMAGEN-ANTES
                   MOVE SPACES TO REG-AUTOS
                   PERFORM GRABAR-JOURNAL-RECHAZADO
               WHEN OTHER
                   PERFORM APLICAR-ALTA
           END-EVALUATE.

       APLICAR-ALTA.
           MOVE MOV-PATENTE TO AUT-PATENTE.
           MOVE MOV-DESC TO AUT-DESC.
           MOVE MOV-MARCA TO AUT-MARCA.
           ELSE
               MOVE "D" TO AUT-ESTADO
           END-IF.
           IF MOV-KILOMETRAJE IS NUMERIC
               MOVE MOV-KILOMETRAJE TO AUT-KM-ACTUAL
           ELSE
               MOVE 0 TO AUT-KM-ACTUAL
           END-IF.
           MOVE AUT-KM-ACTUAL TO AUT-KM-ULT-SERVICE.
           MOVE FECHA-DE-HOY TO AUT-FECHA-ULT-SERVICE.
           MOVE 0 TO AUT-FECHA-COMPRA.
           MOVE 0 TO AUT-PRECIO-COMPRA.
           MOVE 0 TO AUT-VALOR-RESIDUAL.
           PERFORM CARGAR-DATOS-COMPRA.
           IF MOV-SUCURSAL IS NUMERIC AND
               MOV-SUCURSAL IS GREATER THAN 0
               MOVE MOV-SUCURSAL TO AUT-SUCURSAL
           ELSE
               MOVE 1 TO AUT-SUCURSAL
           END-IF.
           MOVE SPACES TO IMAGEN-ANTES.
           WRITE REG-AUTOS.
           IF AUTOS-STATUS IS EQUAL TO 00
           READ AUTOS RECORD KEY IS AUT-PATENTE.
           IF AUTOS-STATUS IS EQUAL TO 00
               MOVE REG-AUTOS TO IMAGEN-ANTES
               PERFORM VALIDAR-DATOS-COMPRA
               PERFORM VALIDAR-SUCURSAL-INFORMADA
               EVALUATE TRUE
                   WHEN FLAG-COMPRA-OK IS EQUAL TO 'NO'
                       ADD 1 TO CNT-RECHAZADOS-MOV
                       DISPLAY "MODIFICACION RECHAZADA, DATOS DE "
                           "COMPRA INVALIDOS: " MOV-PATENTE
                       PERFORM GRABAR-JOURNAL-RECHAZADO
                   WHEN FLAG-SUCURSAL-OK IS EQUAL TO 'NO'
                       ADD 1 TO CNT-RECHAZADOS-MOV
                       DISPLAY "MODIFICACION RECHAZADA, SUCURSAL "
                           "INVALIDA: " MOV-SUCURSAL " PATENTE: "
                           MOV-PATENTE
                       PERFORM GRABAR-JOURNAL-RECHAZADO
                   WHEN OTHER
                       PERFORM APLICAR-MODIFICACION
               END-EVALUATE
           ELSE
               ADD 1 TO CNT-RECHAZADOS-MOV
               DISPLAY "MODIFICACION RECHAZADA, PATENTE INEXISTENTE: "
               PERFORM GRABAR-JOURNAL-RECHAZADO
           END-IF.

       APLICAR-MODIFICACION.
           MOVE MOV-DESC TO AUT-DESC.
           MOVE MOV-MARCA TO AUT-MARCA.
           MOVE MOV-COLOR TO AUT-COLOR.
           MOVE MOV-TAMANO TO AUT-TAMANO.
           MOVE MOV-IMPORTE TO AUT-IMPORTE.
           PERFORM CARGAR-DATOS-COMPRA.
           IF MOV-SUCURSAL IS NUMERIC AND
               MOV-SUCURSAL IS GREATER THAN 0
               MOVE MOV-SUCURSAL TO AUT-SUCURSAL
           END-IF.
           REWRITE REG-AUTOS.
           IF AUTOS-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-MODIFICACIONES
               PERFORM GRABAR-JOURNAL-APLICADO
           ELSE
               ADD 1 TO CNT-RECHAZADOS-MOV
               DISPLAY "MODIFICACION RECHAZADA AL GRABAR: "
                   MOV-PATENTE " FS: " AUTOS-STATUS
               PERFORM GRABAR-JOURNAL-RECHAZADO
           END-IF.

       PROCESAR-BAJA.
           MOVE MOV-PATENTE TO AUT-PATENTE.
           READ AUTOS RECORD KEY IS AUT-PATENTE.
               END-IF
           END-IF.

       PROCESAR-TRASLADO.
           MOVE 'NO' TO FLAG-SUCURSAL-OK.
           IF MOV-SUCURSAL IS NUMERIC AND
               MOV-SUCURSAL IS GREATER THAN 0
               PERFORM VALIDAR-SUCURSAL
           END-IF.
           IF FLAG-SUCURSAL-OK IS EQUAL TO 'NO'
               ADD 1 TO CNT-RECHAZADOS-MOV
               DISPLAY "TRASLADO RECHAZADO, SUCURSAL INVALIDA: "
                   MOV-SUCURSAL " PATENTE: " MOV-PATENTE
               MOVE SPACES TO IMAGEN-ANTES
               MOVE SPACES TO REG-AUTOS
               PERFORM GRABAR-JOURNAL-RECHAZADO
           ELSE
               MOVE MOV-PATENTE TO AUT-PATENTE
               READ AUTOS RECORD KEY IS AUT-PATENTE
               IF AUTOS-STATUS IS EQUAL TO 00
                   MOVE REG-AUTOS TO IMAGEN-ANTES
                   MOVE MOV-SUCURSAL TO AUT-SUCURSAL
                   REWRITE REG-AUTOS
                   IF AUTOS-STATUS IS EQUAL TO 00
                       ADD 1 TO CNT-TRASLADOS
                       PERFORM GRABAR-JOURNAL-APLICADO
                   ELSE
                       ADD 1 TO CNT-RECHAZADOS-MOV
                       DISPLAY "TRASLADO RECHAZADO AL GRABAR: "
                           MOV-PATENTE " FS: " AUTOS-STATUS
                       PERFORM GRABAR-JOURNAL-RECHAZADO
                   END-IF
               ELSE
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "TRASLADO RECHAZADO, PATENTE "
                       "INEXISTENTE: " MOV-PATENTE
                   MOVE SPACES TO IMAGEN-ANTES
                   MOVE SPACES TO REG-AUTOS
                   PERFORM GRABAR-JOURNAL-RECHAZADO
               END-IF
           END-IF.

       VALIDAR-SUCURSAL-INFORMADA.
           MOVE 'SI' TO FLAG-SUCURSAL-OK.
           IF MOV-SUCURSAL IS NUMERIC AND
               MOV-SUCURSAL IS GREATER THAN 0
               PERFORM VALIDAR-SUCURSAL
           END-IF.

       VALIDAR-SUCURSAL.
           MOVE 'SI' TO FLAG-SUCURSAL-OK.
           IF FLAG-HAY-SUCURSALES IS EQUAL TO 'SI'
               MOVE MOV-SUCURSAL TO SUC-CODIGO
               READ SUCURSALES RECORD KEY IS SUC-CODIGO
               IF SUCURSALES-STATUS IS NOT EQUAL TO 00
                   MOVE 'NO' TO FLAG-SUCURSAL-OK
               ELSE
                   IF SUC-ACTIVA IS NOT EQUAL TO "S"
                       MOVE 'NO' TO FLAG-SUCURSAL-OK
                   END-IF
               END-IF
           END-IF.

       VALIDAR-DATOS-COMPRA.
           MOVE 'SI' TO FLAG-COMPRA-OK.
           IF MOV-FECHA-COMPRA IS NUMERIC AND
               MOV-FECHA-COMPRA IS NOT EQUAL TO 0
               IF MOV-FECHA-COMPRA(5:2) IS LESS THAN "01" OR
                   MOV-FECHA-COMPRA(5:2) IS GREATER THAN "12" OR
                   MOV-FECHA-COMPRA(7:2) IS LESS THAN "01" OR
                   MOV-FECHA-COMPRA(7:2) IS GREATER THAN "31" OR
                   MOV-FECHA-COMPRA IS GREATER THAN FECHA-DE-HOY
                   MOVE 'NO' TO FLAG-COMPRA-OK
               END-IF
           END-IF.
           IF MOV-PRECIO-COMPRA IS NUMERIC AND
               MOV-VALOR-RESIDUAL IS NUMERIC
               IF MOV-VALOR-RESIDUAL IS GREATER THAN MOV-PRECIO-COMPRA
                   MOVE 'NO' TO FLAG-COMPRA-OK
               END-IF
           END-IF.

       CARGAR-DATOS-COMPRA.
           IF MOV-FECHA-COMPRA IS NUMERIC
               MOVE MOV-FECHA-COMPRA TO AUT-FECHA-COMPRA
           END-IF.
           IF MOV-PRECIO-COMPRA IS NUMERIC
               MOVE MOV-PRECIO-COMPRA TO AUT-PRECIO-COMPRA
           END-IF.
           IF MOV-VALOR-RESIDUAL IS NUMERIC
               MOVE MOV-VALOR-RESIDUAL TO AUT-VALOR-RESIDUAL
           END-IF.

       GRABAR-JOURNAL-APLICADO.
           MOVE "A" TO JRN-RESULTADO.
           PERFORM GRABAR-JOURNAL.
           IF JOURNAL-AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR JOURNAL-AUTOS FS: "
                   JOURNAL-AUTOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       IMPRIMIR-RESUMEN.
           DISPLAY "Modificaciones procesadas: " CNT-MODIFICACIONES.
           DISPLAY "Bajas procesadas: " CNT-BAJAS.
           DISPLAY "Cambios de estado procesados: " CNT-CAMBIOS-ESTADO.
           DISPLAY "Traslados de sucursal procesados: " CNT-TRASLADOS.
           DISPLAY "Movimientos rechazados: " CNT-RECHAZADOS-MOV.

       CERRAR-ARCHIVOS.
           CLOSE AUTOS.
           CLOSE MOVIMIENTOS-AUTOS.
           CLOSE JOURNAL-AUTOS.
           IF FLAG-HAY-SUCURSALES IS EQUAL TO 'SI'
               CLOSE SUCURSALES
           END-IF.
