           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOLICITUDES4-VAL-STATUS.

           SELECT SUCURSALES ASSIGN TO
           "input/sucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUC-CODIGO
           FILE STATUS IS SUCURSALES-STATUS.

           SELECT EDIT-SOLICITUDES1 ASSIGN TO
           "output/editSolicitudes1.txt"
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.

        FD    SOLICITUDES1  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES1 PIC X(47).

        FD    SOLICITUDES2  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES2 PIC X(47).

        FD    SOLICITUDES3  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES3 PIC X(47).

        FD    SOLICITUDES4  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES4 PIC X(47).

        FD    SOLICITUDES1-VAL  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES1-VAL PIC X(47).

        FD    SOLICITUDES2-VAL  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES2-VAL PIC X(47).

        FD    SOLICITUDES3-VAL  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES3-VAL PIC X(47).

        FD    SOLICITUDES4-VAL  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES4-VAL PIC X(47).

        FD    SUCURSALES
            LABEL RECORD STANDARD.
        01    REG-SUCURSALES.
               03  SUC-CODIGO    PIC 99.
               03  SUC-NOMBRE    PIC X(20).
               03  SUC-DIRECCION PIC X(30).
               03  SUC-TELEFONO  PIC X(15).
               03  SUC-ACTIVA    PIC X.

        FD    EDIT-SOLICITUDES1 LABEL RECORD OMITTED.
        01    REG-EDIT-SOLICITUDES1 PIC X(80).
       77 FLAG-HUBO-ESPACIO PIC X(2).
       77 FLAG-NRO-OK PIC X(2).
       77 PAT-I PIC 9.
       77 SUCURSALES-STATUS PIC X(2).
       77 FLAG-HAY-SUCURSALES PIC X(2) VALUE 'NO'.
       77 SUC-I PIC 9(3).
       77 SUC-A-VALIDAR PIC 99.
       77 FLAG-SUC-OK PIC X(2).
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 CONTADORES-POR-AGENCIA.
           03 CNT-AGENCIA OCCURS 4 TIMES.
           03 TRAB-TIPODOC      PIC X.
               88 TIPODOC-VALIDO VALUE "D" "L" "C" "P".
           03 TRAB-NRODOC       PIC X(20).
           03 TRAB-SUC-RETIRO   PIC X(2).
           03 TRAB-SUC-DEVOL    PIC X(2).

       01 TABLA-SUCURSALES.
           03 VECSUC-ENTRADA OCCURS 99 TIMES.
               05  VECSUC-CARGADA PIC X(2).
               05  VECSUC-ACTIVA  PIC X.

       01 FECHA-DESDE-AAAAMMDD PIC X(8).
       01 FECHA-HASTA-AAAAMMDD PIC X(8).

       01 EDIT-LINEA-ERROR.
           03 FILLER PIC X(1) VALUE SPACES.
           03 EDIT-REGISTRO PIC X(47).
           03 FILLER PIC X(2) VALUE SPACES.
           03 EDIT-MOTIVO PIC X(30).

       01 EDIT-LINEA-TOTALES.
           03 FILLER PIC X(9) VALUE " Leidas: ".
           03 FILLER PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM CARGAR-SUCURSALES.
           PERFORM PROCESAR-AGENCIA1.
           PERFORM PROCESAR-AGENCIA2.
           PERFORM PROCESAR-AGENCIA3.
           PERFORM PROCESAR-AGENCIA4.
           PERFORM IMPRIMIR-RESUMEN.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-AG-RECHAZADAS(1) IS GREATER THAN 0 OR
                   CNT-AG-RECHAZADAS(2) IS GREATER THAN 0 OR
                   CNT-AG-RECHAZADAS(3) IS GREATER THAN 0 OR
                   CNT-AG-RECHAZADAS(4) IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       PROCESAR-AGENCIA1.
           IF SOLICITUDES1-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR SOLICITUDES1 FS: "
                   SOLICITUDES1-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SOLICITUDES1-VAL.
           IF SOLICITUDES1-VAL-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR SOLICITUDES1-VAL FS: "
                   SOLICITUDES1-VAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EDIT-SOLICITUDES1.
           IF EDIT-SOLICITUDES1-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR EDIT-SOLICITUDES1 FS: "
                   EDIT-SOLICITUDES1-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE AGENCIA-ACTUAL TO EDIT-E1-AGENCIA.
           IF SOLICITUDES1-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER SOLICITUDES1 FS: "
                   SOLICITUDES1-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       DEPURAR-SOLICITUDES1.
           PERFORM VALIDAR-SOLICITUD.
           IF FLAG-SOL-VALIDA IS EQUAL TO 'SI'
               ADD 1 TO CNT-AG-VALIDAS(AGENCIA-ACTUAL)
               WRITE REG-SOLICITUDES1-VAL FROM SOL-TRABAJO
           ELSE
               ADD 1 TO CNT-AG-RECHAZADAS(AGENCIA-ACTUAL)
               MOVE REG-SOLICITUDES1 TO EDIT-REGISTRO
           IF SOLICITUDES2-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR SOLICITUDES2 FS: "
                   SOLICITUDES2-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SOLICITUDES2-VAL.
           IF SOLICITUDES2-VAL-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR SOLICITUDES2-VAL FS: "
                   SOLICITUDES2-VAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EDIT-SOLICITUDES2.
           IF EDIT-SOLICITUDES2-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR EDIT-SOLICITUDES2 FS: "
                   EDIT-SOLICITUDES2-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE AGENCIA-ACTUAL TO EDIT-E1-AGENCIA.
           IF SOLICITUDES2-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER SOLICITUDES2 FS: "
                   SOLICITUDES2-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       DEPURAR-SOLICITUDES2.
           PERFORM VALIDAR-SOLICITUD.
           IF FLAG-SOL-VALIDA IS EQUAL TO 'SI'
               ADD 1 TO CNT-AG-VALIDAS(AGENCIA-ACTUAL)
               WRITE REG-SOLICITUDES2-VAL FROM SOL-TRABAJO
           ELSE
               ADD 1 TO CNT-AG-RECHAZADAS(AGENCIA-ACTUAL)
               MOVE REG-SOLICITUDES2 TO EDIT-REGISTRO
           IF SOLICITUDES3-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR SOLICITUDES3 FS: "
                   SOLICITUDES3-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SOLICITUDES3-VAL.
           IF SOLICITUDES3-VAL-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR SOLICITUDES3-VAL FS: "
                   SOLICITUDES3-VAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EDIT-SOLICITUDES3.
           IF EDIT-SOLICITUDES3-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR EDIT-SOLICITUDES3 FS: "
                   EDIT-SOLICITUDES3-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE AGENCIA-ACTUAL TO EDIT-E1-AGENCIA.
           IF SOLICITUDES3-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER SOLICITUDES3 FS: "
                   SOLICITUDES3-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       DEPURAR-SOLICITUDES3.
           PERFORM VALIDAR-SOLICITUD.
           IF FLAG-SOL-VALIDA IS EQUAL TO 'SI'
               ADD 1 TO CNT-AG-VALIDAS(AGENCIA-ACTUAL)
               WRITE REG-SOLICITUDES3-VAL FROM SOL-TRABAJO
           ELSE
               ADD 1 TO CNT-AG-RECHAZADAS(AGENCIA-ACTUAL)
               MOVE REG-SOLICITUDES3 TO EDIT-REGISTRO
           IF SOLICITUDES4-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR SOLICITUDES4 FS: "
                   SOLICITUDES4-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SOLICITUDES4-VAL.
           IF SOLICITUDES4-VAL-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR SOLICITUDES4-VAL FS: "
                   SOLICITUDES4-VAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EDIT-SOLICITUDES4.
           IF EDIT-SOLICITUDES4-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR EDIT-SOLICITUDES4 FS: "
                   EDIT-SOLICITUDES4-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE AGENCIA-ACTUAL TO EDIT-E1-AGENCIA.
           IF SOLICITUDES4-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER SOLICITUDES4 FS: "
                   SOLICITUDES4-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       DEPURAR-SOLICITUDES4.
           PERFORM VALIDAR-SOLICITUD.
           IF FLAG-SOL-VALIDA IS EQUAL TO 'SI'
               ADD 1 TO CNT-AG-VALIDAS(AGENCIA-ACTUAL)
               WRITE REG-SOLICITUDES4-VAL FROM SOL-TRABAJO
           ELSE
               ADD 1 TO CNT-AG-RECHAZADAS(AGENCIA-ACTUAL)
               MOVE REG-SOLICITUDES4 TO EDIT-REGISTRO
           IF FLAG-SOL-VALIDA IS EQUAL TO 'SI'
               PERFORM VALIDAR-NRODOC
           END-IF.
           IF FLAG-SOL-VALIDA IS EQUAL TO 'SI'
               PERFORM VALIDAR-SUCURSALES
           END-IF.

       VALIDAR-PATENTE.
           PERFORM REVISAR-LETRA-PATENTE VARYING PAT-I FROM 1 BY 1
               END-IF
           END-IF.

       VALIDAR-SUCURSALES.
           IF TRAB-SUC-RETIRO IS NOT NUMERIC
               MOVE 'NO' TO FLAG-SOL-VALIDA
               MOVE "Sucursal de retiro invalida" TO ERROR-TEXTO
           ELSE
               MOVE TRAB-SUC-RETIRO TO SUC-A-VALIDAR
               PERFORM VALIDAR-CODIGO-SUCURSAL
               IF FLAG-SUC-OK IS EQUAL TO 'NO'
                   MOVE 'NO' TO FLAG-SOL-VALIDA
                   MOVE "Sucursal de retiro invalida" TO ERROR-TEXTO
               END-IF
           END-IF.
           IF FLAG-SOL-VALIDA IS EQUAL TO 'SI'
               IF TRAB-SUC-DEVOL IS EQUAL TO SPACES OR
                   TRAB-SUC-DEVOL IS EQUAL TO "00"
                   MOVE TRAB-SUC-RETIRO TO TRAB-SUC-DEVOL
               END-IF
               IF TRAB-SUC-DEVOL IS NOT NUMERIC
                   MOVE 'NO' TO FLAG-SOL-VALIDA
                   MOVE "Sucursal de devol. invalida" TO ERROR-TEXTO
               ELSE
                   MOVE TRAB-SUC-DEVOL TO SUC-A-VALIDAR
                   PERFORM VALIDAR-CODIGO-SUCURSAL
                   IF FLAG-SUC-OK IS EQUAL TO 'NO'
                       MOVE 'NO' TO FLAG-SOL-VALIDA
                       MOVE "Sucursal de devol. invalida" TO
                           ERROR-TEXTO
                   END-IF
               END-IF
           END-IF.

       VALIDAR-CODIGO-SUCURSAL.
           MOVE 'SI' TO FLAG-SUC-OK.
           IF SUC-A-VALIDAR IS EQUAL TO 0
               MOVE 'NO' TO FLAG-SUC-OK
           ELSE
               IF FLAG-HAY-SUCURSALES IS EQUAL TO 'SI'
                   IF VECSUC-CARGADA(SUC-A-VALIDAR) IS EQUAL TO 'NO'
                       OR VECSUC-ACTIVA(SUC-A-VALIDAR) IS EQUAL TO "N"
                       MOVE 'NO' TO FLAG-SUC-OK
                   END-IF
               END-IF
           END-IF.

       CARGAR-SUCURSALES.
           PERFORM LIMPIAR-ENTRADA-SUCURSAL VARYING SUC-I FROM 1 BY 1
               UNTIL SUC-I IS GREATER THAN 99.
           OPEN INPUT SUCURSALES.
           IF SUCURSALES-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE SUCURSALES, SOLO SE "
                   "VALIDARA EL FORMATO DE LA SUCURSAL"
           ELSE
               IF SUCURSALES-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR SUCURSALES FS: "
                       SUCURSALES-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'SI' TO FLAG-HAY-SUCURSALES
               PERFORM LEER-SUCURSALES
               PERFORM GUARDAR-SUCURSAL-EN-VECSUC UNTIL
                   SUCURSALES-STATUS IS EQUAL TO 10
               CLOSE SUCURSALES
           END-IF.

       LIMPIAR-ENTRADA-SUCURSAL.
           MOVE 'NO' TO VECSUC-CARGADA(SUC-I).
           MOVE SPACES TO VECSUC-ACTIVA(SUC-I).

       LEER-SUCURSALES.
           READ SUCURSALES RECORD.
           IF SUCURSALES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER SUCURSALES FS: " SUCURSALES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-SUCURSAL-EN-VECSUC.
           IF SUC-CODIGO IS GREATER THAN 0
               MOVE 'SI' TO VECSUC-CARGADA(SUC-CODIGO)
               MOVE SUC-ACTIVA TO VECSUC-ACTIVA(SUC-CODIGO)
           END-IF.
           PERFORM LEER-SUCURSALES.

       IMPRIMIR-RESUMEN.
           DISPLAY "Agencia 1 - leidas: " CNT-AG-LEIDAS(1)
               " validas: " CNT-AG-VALIDAS(1)
