       IDENTIFICATION DIVISION.
       program-id. "MANT_CONVENIOS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CONVENIOS ASSIGN TO
           "input/convenios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-CONV
           FILE STATUS IS CONVENIOS-STATUS.

           SELECT CONDUCTORES ASSIGN TO
           "input/conductoresConv.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-CCD
           FILE STATUS IS CONDUCTORES-STATUS.

           SELECT CLIENTES ASSIGN TO
           "input/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAVE-CLI
           FILE STATUS IS CLIENTES-STATUS.

           SELECT MOVIMIENTOS-CONVENIOS ASSIGN TO
           "input/movConvenios.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVIMIENTOS-CONVENIOS-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD    CONVENIOS
            LABEL RECORD STANDARD.
        01    REG-CONVENIOS.
               03 CLAVE-CONV.
                   05  CONV-TIPODOC        PIC X.
                   05  CONV-NRODOC         PIC X(20).
               03  CONV-RAZON-SOCIAL       PIC X(30).
               03  CONV-VIGENCIA-DESDE     PIC 9(8).
               03  CONV-VIGENCIA-HASTA     PIC 9(8).
               03  CONV-CONDICION OCCURS 5 TIMES.
                   05  CONV-COND-TAMANO      PIC X.
                   05  CONV-COND-TIPO        PIC X.
                   05  CONV-COND-PORCENTAJE  PIC 9(2)V99.
                   05  CONV-COND-TARIFA      PIC 9(4)V99.

        FD    CONDUCTORES
            LABEL RECORD STANDARD.
        01    REG-CONDUCTORES.
               03 CLAVE-CCD.
                   05  CCD-TIPODOC         PIC X.
                   05  CCD-NRODOC          PIC X(20).
               03  CCD-CONV-TIPODOC        PIC X.
               03  CCD-CONV-NRODOC         PIC X(20).

        FD    CLIENTES
            LABEL RECORD STANDARD.
        01    REG-CLIENTES.
               03 CLAVE-CLI.
                   05  CLI-TIPODOC   PIC X.
                   05  CLI-NRODOC    PIC X(20).
               03  CLI-NOMBRE       PIC X(30).
               03  CLI-DIRECCION    PIC X(30).
               03  CLI-TELEFONO     PIC X(15).
               03  CLI-HABILITADO   PIC X.

        FD    MOVIMIENTOS-CONVENIOS
            LABEL RECORD STANDARD.
        01    REG-MOVIMIENTOS-CONVENIOS.
               03  MOV-TIPO      PIC X.
                   88  MOV-ES-ALTA               VALUE "A".
                   88  MOV-ES-MODIFICACION       VALUE "M".
                   88  MOV-ES-BAJA               VALUE "B".
                   88  MOV-ES-ALTA-CONDUCTOR     VALUE "I".
                   88  MOV-ES-BAJA-CONDUCTOR     VALUE "R".
               03  MOV-CONV-TIPODOC      PIC X.
               03  MOV-CONV-NRODOC       PIC X(20).
               03  MOV-DATOS-CONVENIO.
                   05  MOV-RAZON-SOCIAL       PIC X(30).
                   05  MOV-VIGENCIA-DESDE     PIC 9(8).
                   05  MOV-VIGENCIA-HASTA     PIC 9(8).
                   05  MOV-CONDICION OCCURS 5 TIMES.
                       07  MOV-COND-TAMANO      PIC X.
                       07  MOV-COND-TIPO        PIC X.
                       07  MOV-COND-PORCENTAJE  PIC 9(2)V99.
                       07  MOV-COND-TARIFA      PIC 9(4)V99.
               03  MOV-DATOS-CONDUCTOR REDEFINES MOV-DATOS-CONVENIO.
                   05  MOV-COND-TIPODOC       PIC X.
                   05  MOV-COND-NRODOC        PIC X(20).
                   05  FILLER                 PIC X(85).

       WORKING-STORAGE SECTION.

       77 CONVENIOS-STATUS PIC X(2).
       77 CONDUCTORES-STATUS PIC X(2).
       77 CLIENTES-STATUS PIC X(2).
       77 MOVIMIENTOS-CONVENIOS-STATUS PIC X(2).
       77 CNT-ALTAS PIC 9(6) VALUE 0.
       77 CNT-MODIFICACIONES PIC 9(6) VALUE 0.
       77 CNT-BAJAS PIC 9(6) VALUE 0.
       77 CNT-ALTAS-CONDUCTOR PIC 9(6) VALUE 0.
       77 CNT-BAJAS-CONDUCTOR PIC 9(6) VALUE 0.
       77 CNT-CONDUCTORES-CASCADA PIC 9(6) VALUE 0.
       77 CNT-RECHAZADOS-MOV PIC 9(6) VALUE 0.
       77 COND-I PIC 9.
       77 CNT-CONDICIONES-USADAS PIC 9 VALUE 0.
       77 FLAG-CONVENIO-VALIDO PIC X(2).
       77 MOTIVO-INVALIDO PIC X(30).
       77 FIN-CONDUCTORES PIC X(2).
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL
               MOVIMIENTOS-CONVENIOS-STATUS IS EQUAL TO 10.
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
           OPEN I-O CONVENIOS.
           IF CONVENIOS-STATUS IS EQUAL TO 35
               OPEN OUTPUT CONVENIOS
               CLOSE CONVENIOS
               OPEN I-O CONVENIOS
           END-IF.
           IF CONVENIOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN CONVENIOS FS: " CONVENIOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CONDUCTORES.
           IF CONDUCTORES-STATUS IS EQUAL TO 35
               OPEN OUTPUT CONDUCTORES
               CLOSE CONDUCTORES
               OPEN I-O CONDUCTORES
           END-IF.
           IF CONDUCTORES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN CONDUCTORES FS: " CONDUCTORES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN CLIENTES FS: " CLIENTES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MOVIMIENTOS-CONVENIOS.
           IF MOVIMIENTOS-CONVENIOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN MOVIMIENTOS-CONVENIOS FS: "
                   MOVIMIENTOS-CONVENIOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEER-MOVIMIENTO.
           READ MOVIMIENTOS-CONVENIOS RECORD.
           IF MOVIMIENTOS-CONVENIOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER MOVIMIENTOS-CONVENIOS FS: "
                   MOVIMIENTOS-CONVENIOS-STATUS
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
               WHEN MOV-ES-ALTA-CONDUCTOR
                   PERFORM PROCESAR-ALTA-CONDUCTOR
               WHEN MOV-ES-BAJA-CONDUCTOR
                   PERFORM PROCESAR-BAJA-CONDUCTOR
               WHEN OTHER
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "MOVIMIENTO RECHAZADO, TIPO INVALIDO: "
                       MOV-TIPO " CONVENIO: " MOV-CONV-TIPODOC
                       MOV-CONV-NRODOC
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       VALIDAR-DATOS-CONVENIO.
           MOVE 'SI' TO FLAG-CONVENIO-VALIDO.
           MOVE 0 TO CNT-CONDICIONES-USADAS.
           IF MOV-RAZON-SOCIAL IS EQUAL TO SPACES
               MOVE 'NO' TO FLAG-CONVENIO-VALIDO
               MOVE "RAZON SOCIAL VACIA" TO MOTIVO-INVALIDO
           END-IF.
           IF MOV-VIGENCIA-DESDE IS NOT NUMERIC OR
               MOV-VIGENCIA-HASTA IS NOT NUMERIC
               MOVE 'NO' TO FLAG-CONVENIO-VALIDO
               MOVE "VIGENCIA NO NUMERICA" TO MOTIVO-INVALIDO
           ELSE
               IF MOV-VIGENCIA-DESDE IS EQUAL TO 0 OR
                   MOV-VIGENCIA-HASTA IS LESS THAN MOV-VIGENCIA-DESDE
                   MOVE 'NO' TO FLAG-CONVENIO-VALIDO
                   MOVE "VIGENCIA INVALIDA" TO MOTIVO-INVALIDO
               END-IF
           END-IF.
           PERFORM VALIDAR-CONDICION VARYING COND-I FROM 1 BY 1
               UNTIL COND-I IS GREATER THAN 5.
           IF CNT-CONDICIONES-USADAS IS EQUAL TO 0
               MOVE 'NO' TO FLAG-CONVENIO-VALIDO
               MOVE "SIN CONDICIONES DE PRECIO" TO MOTIVO-INVALIDO
           END-IF.

       VALIDAR-CONDICION.
           IF MOV-COND-TAMANO(COND-I) IS NOT EQUAL TO SPACE
               ADD 1 TO CNT-CONDICIONES-USADAS
               EVALUATE MOV-COND-TIPO(COND-I)
                   WHEN "D"
                       IF MOV-COND-PORCENTAJE(COND-I) IS NOT NUMERIC
                           MOVE 'NO' TO FLAG-CONVENIO-VALIDO
                           MOVE "DESCUENTO INVALIDO"
                               TO MOTIVO-INVALIDO
                       ELSE
                           IF MOV-COND-PORCENTAJE(COND-I) IS EQUAL
                               TO 0
                               MOVE 'NO' TO FLAG-CONVENIO-VALIDO
                               MOVE "DESCUENTO INVALIDO"
                                   TO MOTIVO-INVALIDO
                           END-IF
                       END-IF
                   WHEN "F"
                       IF MOV-COND-TARIFA(COND-I) IS NOT NUMERIC
                           MOVE 'NO' TO FLAG-CONVENIO-VALIDO
                           MOVE "TARIFA FIJA INVALIDA"
                               TO MOTIVO-INVALIDO
                       ELSE
                           IF MOV-COND-TARIFA(COND-I) IS EQUAL TO 0
                               MOVE 'NO' TO FLAG-CONVENIO-VALIDO
                               MOVE "TARIFA FIJA INVALIDA"
                                   TO MOTIVO-INVALIDO
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 'NO' TO FLAG-CONVENIO-VALIDO
                       MOVE "TIPO DE CONDICION INVALIDO"
                           TO MOTIVO-INVALIDO
               END-EVALUATE
           END-IF.

       CARGAR-DATOS-CONVENIO.
           MOVE MOV-RAZON-SOCIAL TO CONV-RAZON-SOCIAL.
           MOVE MOV-VIGENCIA-DESDE TO CONV-VIGENCIA-DESDE.
           MOVE MOV-VIGENCIA-HASTA TO CONV-VIGENCIA-HASTA.
           PERFORM CARGAR-CONDICION VARYING COND-I FROM 1 BY 1
               UNTIL COND-I IS GREATER THAN 5.

       CARGAR-CONDICION.
           MOVE MOV-COND-TAMANO(COND-I) TO CONV-COND-TAMANO(COND-I).
           MOVE MOV-COND-TIPO(COND-I) TO CONV-COND-TIPO(COND-I).
           IF MOV-COND-TAMANO(COND-I) IS NOT EQUAL TO SPACE AND
               MOV-COND-TIPO(COND-I) IS EQUAL TO "D"
               MOVE MOV-COND-PORCENTAJE(COND-I)
                   TO CONV-COND-PORCENTAJE(COND-I)
           ELSE
               MOVE 0 TO CONV-COND-PORCENTAJE(COND-I)
           END-IF.
           IF MOV-COND-TAMANO(COND-I) IS NOT EQUAL TO SPACE AND
               MOV-COND-TIPO(COND-I) IS EQUAL TO "F"
               MOVE MOV-COND-TARIFA(COND-I)
                   TO CONV-COND-TARIFA(COND-I)
           ELSE
               MOVE 0 TO CONV-COND-TARIFA(COND-I)
           END-IF.

       PROCESAR-ALTA.
           PERFORM VALIDAR-DATOS-CONVENIO.
           IF FLAG-CONVENIO-VALIDO IS EQUAL TO 'SI'
               MOVE MOV-CONV-TIPODOC TO CONV-TIPODOC
               MOVE MOV-CONV-NRODOC TO CONV-NRODOC
               PERFORM CARGAR-DATOS-CONVENIO
               WRITE REG-CONVENIOS
               IF CONVENIOS-STATUS IS EQUAL TO 00
                   ADD 1 TO CNT-ALTAS
               ELSE
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "ALTA RECHAZADA, CONVENIO YA EXISTE: "
                       MOV-CONV-TIPODOC MOV-CONV-NRODOC
                       " FS: " CONVENIOS-STATUS
               END-IF
           ELSE
               ADD 1 TO CNT-RECHAZADOS-MOV
               DISPLAY "ALTA RECHAZADA, " MOTIVO-INVALIDO ": "
                   MOV-CONV-TIPODOC MOV-CONV-NRODOC
           END-IF.

       PROCESAR-MODIFICACION.
           MOVE MOV-CONV-TIPODOC TO CONV-TIPODOC.
           MOVE MOV-CONV-NRODOC TO CONV-NRODOC.
           READ CONVENIOS RECORD KEY IS CLAVE-CONV.
           IF CONVENIOS-STATUS IS EQUAL TO 00
               PERFORM VALIDAR-DATOS-CONVENIO
               IF FLAG-CONVENIO-VALIDO IS EQUAL TO 'SI'
                   PERFORM CARGAR-DATOS-CONVENIO
                   REWRITE REG-CONVENIOS
                   IF CONVENIOS-STATUS IS EQUAL TO 00
                       ADD 1 TO CNT-MODIFICACIONES
                   ELSE
                       ADD 1 TO CNT-RECHAZADOS-MOV
                       DISPLAY "MODIFICACION RECHAZADA AL GRABAR: "
                           MOV-CONV-TIPODOC MOV-CONV-NRODOC
                           " FS: " CONVENIOS-STATUS
                   END-IF
               ELSE
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "MODIFICACION RECHAZADA, " MOTIVO-INVALIDO
                       ": " MOV-CONV-TIPODOC MOV-CONV-NRODOC
               END-IF
           ELSE
               ADD 1 TO CNT-RECHAZADOS-MOV
               DISPLAY "MODIFICACION RECHAZADA, CONVENIO INEXISTENTE: "
                   MOV-CONV-TIPODOC MOV-CONV-NRODOC
           END-IF.

       PROCESAR-BAJA.
           MOVE MOV-CONV-TIPODOC TO CONV-TIPODOC.
           MOVE MOV-CONV-NRODOC TO CONV-NRODOC.
           READ CONVENIOS RECORD KEY IS CLAVE-CONV.
           IF CONVENIOS-STATUS IS EQUAL TO 00
               DELETE CONVENIOS RECORD
               IF CONVENIOS-STATUS IS EQUAL TO 00
                   ADD 1 TO CNT-BAJAS
                   PERFORM BORRAR-CONDUCTORES-CONVENIO
               ELSE
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "BAJA RECHAZADA AL BORRAR: "
                       MOV-CONV-TIPODOC MOV-CONV-NRODOC
                       " FS: " CONVENIOS-STATUS
               END-IF
           ELSE
               ADD 1 TO CNT-RECHAZADOS-MOV
               DISPLAY "BAJA RECHAZADA, CONVENIO INEXISTENTE: "
                   MOV-CONV-TIPODOC MOV-CONV-NRODOC
           END-IF.

       BORRAR-CONDUCTORES-CONVENIO.
           MOVE 'NO' TO FIN-CONDUCTORES.
           MOVE LOW-VALUES TO CLAVE-CCD.
           START CONDUCTORES KEY IS NOT LESS THAN CLAVE-CCD.
           IF CONDUCTORES-STATUS IS NOT EQUAL TO 00
               MOVE 'SI' TO FIN-CONDUCTORES
           END-IF.
           PERFORM REVISAR-CONDUCTOR-CASCADA UNTIL
               FIN-CONDUCTORES IS EQUAL TO 'SI'.

       REVISAR-CONDUCTOR-CASCADA.
           READ CONDUCTORES NEXT RECORD.
           IF CONDUCTORES-STATUS IS NOT EQUAL TO 00
               MOVE 'SI' TO FIN-CONDUCTORES
           ELSE
               IF CCD-CONV-TIPODOC IS EQUAL TO MOV-CONV-TIPODOC AND
                   CCD-CONV-NRODOC IS EQUAL TO MOV-CONV-NRODOC
                   DELETE CONDUCTORES RECORD
                   IF CONDUCTORES-STATUS IS EQUAL TO 00
                       ADD 1 TO CNT-CONDUCTORES-CASCADA
                   ELSE
                       DISPLAY "ERROR BORRAR CONDUCTOR: " CCD-TIPODOC
                           CCD-NRODOC " FS: " CONDUCTORES-STATUS
                       ADD 1 TO CNT-ERRORES
                   END-IF
               END-IF
           END-IF.

       PROCESAR-ALTA-CONDUCTOR.
           MOVE MOV-CONV-TIPODOC TO CONV-TIPODOC.
           MOVE MOV-CONV-NRODOC TO CONV-NRODOC.
           READ CONVENIOS RECORD KEY IS CLAVE-CONV.
           MOVE MOV-COND-TIPODOC TO CLI-TIPODOC.
           MOVE MOV-COND-NRODOC TO CLI-NRODOC.
           READ CLIENTES RECORD KEY IS CLAVE-CLI.
           EVALUATE TRUE
               WHEN CONVENIOS-STATUS IS NOT EQUAL TO 00
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "CONDUCTOR RECHAZADO, CONVENIO INEXISTENTE: "
                       MOV-CONV-TIPODOC MOV-CONV-NRODOC
               WHEN CLIENTES-STATUS IS NOT EQUAL TO 00
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "CONDUCTOR RECHAZADO, CLIENTE INEXISTENTE: "
                       MOV-COND-TIPODOC MOV-COND-NRODOC
               WHEN OTHER
                   MOVE MOV-COND-TIPODOC TO CCD-TIPODOC
                   MOVE MOV-COND-NRODOC TO CCD-NRODOC
                   MOVE MOV-CONV-TIPODOC TO CCD-CONV-TIPODOC
                   MOVE MOV-CONV-NRODOC TO CCD-CONV-NRODOC
                   WRITE REG-CONDUCTORES
                   IF CONDUCTORES-STATUS IS EQUAL TO 00
                       ADD 1 TO CNT-ALTAS-CONDUCTOR
                   ELSE
                       ADD 1 TO CNT-RECHAZADOS-MOV
                       DISPLAY "CONDUCTOR RECHAZADO, YA ASIGNADO: "
                           MOV-COND-TIPODOC MOV-COND-NRODOC
                           " FS: " CONDUCTORES-STATUS
                   END-IF
           END-EVALUATE.

       PROCESAR-BAJA-CONDUCTOR.
           MOVE MOV-COND-TIPODOC TO CCD-TIPODOC.
           MOVE MOV-COND-NRODOC TO CCD-NRODOC.
           READ CONDUCTORES RECORD KEY IS CLAVE-CCD.
           IF CONDUCTORES-STATUS IS EQUAL TO 00 AND
               CCD-CONV-TIPODOC IS EQUAL TO MOV-CONV-TIPODOC AND
               CCD-CONV-NRODOC IS EQUAL TO MOV-CONV-NRODOC
               DELETE CONDUCTORES RECORD
               IF CONDUCTORES-STATUS IS EQUAL TO 00
                   ADD 1 TO CNT-BAJAS-CONDUCTOR
               ELSE
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "BAJA CONDUCTOR RECHAZADA AL BORRAR: "
                       MOV-COND-TIPODOC MOV-COND-NRODOC
                       " FS: " CONDUCTORES-STATUS
               END-IF
           ELSE
               ADD 1 TO CNT-RECHAZADOS-MOV
               DISPLAY "BAJA CONDUCTOR RECHAZADA, NO ASIGNADO: "
                   MOV-COND-TIPODOC MOV-COND-NRODOC
           END-IF.

       IMPRIMIR-RESUMEN.
           DISPLAY "Altas procesadas: " CNT-ALTAS.
           DISPLAY "Modificaciones procesadas: " CNT-MODIFICACIONES.
           DISPLAY "Bajas procesadas: " CNT-BAJAS.
           DISPLAY "Conductores asignados: " CNT-ALTAS-CONDUCTOR.
           DISPLAY "Conductores desasignados: " CNT-BAJAS-CONDUCTOR.
           DISPLAY "Conductores dados de baja con su convenio: "
               CNT-CONDUCTORES-CASCADA.
           DISPLAY "Movimientos rechazados: " CNT-RECHAZADOS-MOV.

       CERRAR-ARCHIVOS.
           CLOSE CONVENIOS.
           CLOSE CONDUCTORES.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS-CONVENIOS.
