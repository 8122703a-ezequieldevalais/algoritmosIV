       IDENTIFICATION DIVISION.
       program-id. "MANT_SINIESTROS".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SINIESTROS ASSIGN TO
           "input/siniestros.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-SIN
           FILE STATUS IS SINIESTROS-STATUS.

           SELECT MOVIMIENTOS-SINIESTROS ASSIGN TO
           "input/movSiniestros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVIMIENTOS-SINIESTROS-STATUS.

           SELECT ALQUILERES ASSIGN TO
           "input/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAVE-ALQ
           FILE STATUS IS ALQUILERES-STATUS.

           SELECT ORDENES-TALLER ASSIGN TO
           "input/ordenesTaller.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAVE-ORD
           FILE STATUS IS ORDENES-TALLER-STATUS.

           SELECT CARGOS ASSIGN TO
           "input/cargosPendientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARGOS-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD    SINIESTROS
            LABEL RECORD STANDARD.
        01    REG-SINIESTROS.
               03 CLAVE-SIN.
                   05  SIN-PATENTE          PIC X(6).
                   05  SIN-FECHA            PIC 9(8).
               03  SIN-ALQ-FECHA-DESDE  PIC 9(8).
               03  SIN-TIPODOC          PIC X.
               03  SIN-NRODOC           PIC X(20).
               03  SIN-ORD-FECHA-APERTURA PIC 9(8).
               03  SIN-DESCRIPCION      PIC X(30).
               03  SIN-COSTO-ESTIMADO   PIC 9(6)V99.
               03  SIN-COSTO-FINAL      PIC 9(6)V99.
               03  SIN-FRANQUICIA       PIC 9(6)V99.
               03  SIN-IMPORTE-RECLAMADO  PIC 9(6)V99.
               03  SIN-IMPORTE-RECUPERADO PIC 9(6)V99.
               03  SIN-ESTADO           PIC X.
                   88  SINIESTRO-ABIERTO      VALUE "A".
                   88  SINIESTRO-ESTIMADO     VALUE "E".
                   88  SINIESTRO-REPARADO     VALUE "R".
                   88  SINIESTRO-LIQUIDADO    VALUE "L".
                   88  SINIESTRO-CERRADO      VALUE "C".
               03  SIN-FECHA-ESTADO     PIC 9(8).

        FD    MOVIMIENTOS-SINIESTROS
            LABEL RECORD STANDARD.
        01    REG-MOVIMIENTOS-SINIESTROS.
               03  MOV-TIPO      PIC X.
                   88  MOV-ES-APERTURA        VALUE "A".
                   88  MOV-ES-ESTIMACION      VALUE "E".
                   88  MOV-ES-REPARACION      VALUE "R".
                   88  MOV-ES-LIQUIDACION     VALUE "L".
                   88  MOV-ES-CIERRE          VALUE "C".
                   88  MOV-ES-BAJA            VALUE "B".
               03  MOV-PATENTE          PIC X(6).
               03  MOV-FECHA            PIC 9(8).
               03  MOV-FECHA-MOVIMIENTO PIC 9(8).
               03  MOV-ALQ-FECHA-DESDE  PIC 9(8).
               03  MOV-TIPODOC          PIC X.
               03  MOV-NRODOC           PIC X(20).
               03  MOV-ORD-FECHA-APERTURA PIC 9(8).
               03  MOV-DESCRIPCION      PIC X(30).
               03  MOV-IMPORTE-1        PIC 9(6)V99.
               03  MOV-IMPORTE-2        PIC 9(6)V99.

        FD    ALQUILERES
            LABEL RECORD STANDARD.
        01    REG-ALQUILERES.
               03 CLAVE-ALQ.
                   05  ALQ-PATENTE   PIC X(6).
                   05  ALQ-FECHA-DESDE    PIC 9(8).
               03  ALQ-FECHA-HASTA    PIC 9(8).
               03  ALQ-TIPODOC   PIC X.
               03  ALQ-NRODOC    PIC X(20).
               03  ALQ-IMPORTE   PIC 9(6)V99.
               03  ALQ-ESTADO    PIC X.
               03  ALQ-FECHA-DEVOL    PIC 9(8).
               03  ALQ-SUC-RETIRO     PIC 99.
               03  ALQ-SUC-DEVOL      PIC 99.
               03  ALQ-SUC-DEVOL-REAL PIC 99.
               03  ALQ-CARGO-TRASLADO PIC 9(4)V99.

        FD    ORDENES-TALLER
            LABEL RECORD STANDARD.
        01    REG-ORDENES-TALLER.
               03 CLAVE-ORD.
                   05  ORD-PATENTE          PIC X(6).
                   05  ORD-FECHA-APERTURA   PIC 9(8).
               03  ORD-MOTIVO           PIC X(30).
               03  ORD-FECHA-PREVISTA   PIC 9(8).
               03  ORD-COSTO            PIC 9(6)V99.
               03  ORD-ESTADO           PIC X.
                   88  ORDEN-ABIERTA        VALUE "A".
                   88  ORDEN-CERRADA        VALUE "C".
               03  ORD-FECHA-CIERRE     PIC 9(8).

        FD    CARGOS
            LABEL RECORD STANDARD.
        01    REG-CARGOS.
               03  CAR-ORIGEN            PIC X.
                   88  CAR-ES-FRANQUICIA      VALUE "S".
               03  CAR-FECHA             PIC 9(8).
               03  CAR-TIPODOC           PIC X.
               03  CAR-NRODOC            PIC X(20).
               03  CAR-PATENTE           PIC X(6).
               03  CAR-FECHA-ALQUILER    PIC 9(8).
               03  CAR-IMPORTE           PIC 9(6)V99.
               03  CAR-AGENCIA           PIC 99.

       WORKING-STORAGE SECTION.

       77 SINIESTROS-STATUS PIC X(2).
       77 MOVIMIENTOS-SINIESTROS-STATUS PIC X(2).
       77 ALQUILERES-STATUS PIC X(2).
       77 ORDENES-TALLER-STATUS PIC X(2).
       77 CARGOS-STATUS PIC X(2).
       77 FLAG-HAY-ORDENES PIC X(2) VALUE 'NO'.
       77 FLAG-VALIDO PIC X(2).
       77 MOTIVO-RECHAZO PIC X(40).
       77 IMPORTE-FRANQUICIA PIC 9(6)V99.
       77 CNT-APERTURAS PIC 9(6) VALUE 0.
       77 CNT-ESTIMACIONES PIC 9(6) VALUE 0.
       77 CNT-REPARACIONES PIC 9(6) VALUE 0.
       77 CNT-LIQUIDACIONES PIC 9(6) VALUE 0.
       77 CNT-CIERRES PIC 9(6) VALUE 0.
       77 CNT-BAJAS PIC 9(6) VALUE 0.
       77 CNT-CARGOS PIC 9(6) VALUE 0.
       77 TOTAL-CARGOS PIC 9(7)V99 VALUE 0.
       77 CNT-RECHAZADOS-MOV PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
           03  FECHA-MM        PIC 9(2).
           03  FECHA-DD        PIC 9(2).
       01 FECHA-DE-HOY-NUM REDEFINES FECHA-DE-HOY PIC 9(8).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           PERFORM INICIALIZAR.
           PERFORM LEER-MOVIMIENTO.
           PERFORM PROCESAR-MOVIMIENTO UNTIL
               MOVIMIENTOS-SINIESTROS-STATUS IS EQUAL TO 10.
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
           OPEN I-O SINIESTROS.
           IF SINIESTROS-STATUS IS EQUAL TO 35
               OPEN OUTPUT SINIESTROS
               CLOSE SINIESTROS
               OPEN I-O SINIESTROS
           END-IF.
           IF SINIESTROS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN SINIESTROS FS: "
                   SINIESTROS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MOVIMIENTOS-SINIESTROS.
           IF MOVIMIENTOS-SINIESTROS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR OPEN MOVIMIENTOS-SINIESTROS FS: "
                   MOVIMIENTOS-SINIESTROS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALQUILERES.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ORDENES-TALLER.
           IF ORDENES-TALLER-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE ORDENES DE TALLER"
           ELSE
               IF ORDENES-TALLER-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR ORDENES-TALLER FS: "
                       ORDENES-TALLER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'SI' TO FLAG-HAY-ORDENES
           END-IF.
           OPEN EXTEND CARGOS.
           IF CARGOS-STATUS IS EQUAL TO 35
               OPEN OUTPUT CARGOS
           END-IF.
           IF CARGOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR CARGOS FS: " CARGOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEER-MOVIMIENTO.
           READ MOVIMIENTOS-SINIESTROS RECORD.
           IF MOVIMIENTOS-SINIESTROS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER MOVIMIENTOS-SINIESTROS FS: "
                   MOVIMIENTOS-SINIESTROS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       PROCESAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN MOV-ES-APERTURA
                   PERFORM PROCESAR-APERTURA
               WHEN MOV-ES-ESTIMACION
                   PERFORM PROCESAR-ESTIMACION
               WHEN MOV-ES-REPARACION
                   PERFORM PROCESAR-REPARACION
               WHEN MOV-ES-LIQUIDACION
                   PERFORM PROCESAR-LIQUIDACION
               WHEN MOV-ES-CIERRE
                   PERFORM PROCESAR-CIERRE
               WHEN MOV-ES-BAJA
                   PERFORM PROCESAR-BAJA
               WHEN OTHER
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "MOVIMIENTO RECHAZADO, TIPO INVALIDO: "
                       MOV-TIPO " PATENTE: " MOV-PATENTE
                       " FECHA: " MOV-FECHA
           END-EVALUATE.
           PERFORM LEER-MOVIMIENTO.

       PROCESAR-APERTURA.
           MOVE MOV-PATENTE TO ALQ-PATENTE.
           MOVE MOV-ALQ-FECHA-DESDE TO ALQ-FECHA-DESDE.
           READ ALQUILERES RECORD KEY IS CLAVE-ALQ.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               ADD 1 TO CNT-RECHAZADOS-MOV
               DISPLAY "APERTURA RECHAZADA, ALQUILER INEXISTENTE: "
                   MOV-PATENTE " " MOV-ALQ-FECHA-DESDE
           ELSE
               MOVE MOV-PATENTE TO SIN-PATENTE
               MOVE MOV-FECHA TO SIN-FECHA
               MOVE MOV-ALQ-FECHA-DESDE TO SIN-ALQ-FECHA-DESDE
               IF MOV-NRODOC IS EQUAL TO SPACES
                   MOVE ALQ-TIPODOC TO SIN-TIPODOC
                   MOVE ALQ-NRODOC TO SIN-NRODOC
               ELSE
                   MOVE MOV-TIPODOC TO SIN-TIPODOC
                   MOVE MOV-NRODOC TO SIN-NRODOC
               END-IF
               MOVE 0 TO SIN-ORD-FECHA-APERTURA
               MOVE MOV-DESCRIPCION TO SIN-DESCRIPCION
               MOVE 0 TO SIN-COSTO-ESTIMADO
               MOVE 0 TO SIN-COSTO-FINAL
               MOVE 0 TO SIN-FRANQUICIA
               MOVE 0 TO SIN-IMPORTE-RECLAMADO
               MOVE 0 TO SIN-IMPORTE-RECUPERADO
               MOVE "A" TO SIN-ESTADO
               MOVE MOV-FECHA-MOVIMIENTO TO SIN-FECHA-ESTADO
               WRITE REG-SINIESTROS
               IF SINIESTROS-STATUS IS EQUAL TO 00
                   ADD 1 TO CNT-APERTURAS
               ELSE
                   ADD 1 TO CNT-RECHAZADOS-MOV
                   DISPLAY "APERTURA RECHAZADA, SINIESTRO YA EXISTE: "
                       MOV-PATENTE " " MOV-FECHA
                       " FS: " SINIESTROS-STATUS
               END-IF
           END-IF.

       PROCESAR-ESTIMACION.
           PERFORM LEER-SINIESTRO.
           IF FLAG-VALIDO IS EQUAL TO 'SI'
               IF NOT SINIESTRO-ABIERTO AND NOT SINIESTRO-ESTIMADO
                   MOVE "ESTADO NO ADMITE ESTIMACION" TO MOTIVO-RECHAZO
                   MOVE 'NO' TO FLAG-VALIDO
               END-IF
           END-IF.
           IF FLAG-VALIDO IS EQUAL TO 'SI' AND
               MOV-ORD-FECHA-APERTURA IS GREATER THAN 0
               PERFORM LEER-ORDEN-TALLER
           END-IF.
           IF FLAG-VALIDO IS EQUAL TO 'SI'
               IF MOV-ORD-FECHA-APERTURA IS GREATER THAN 0
                   MOVE MOV-ORD-FECHA-APERTURA TO
                       SIN-ORD-FECHA-APERTURA
               END-IF
               MOVE MOV-IMPORTE-1 TO SIN-COSTO-ESTIMADO
               MOVE MOV-IMPORTE-2 TO SIN-FRANQUICIA
               MOVE "E" TO SIN-ESTADO
               MOVE MOV-FECHA-MOVIMIENTO TO SIN-FECHA-ESTADO
               PERFORM GRABAR-SINIESTRO
               IF FLAG-VALIDO IS EQUAL TO 'SI'
                   ADD 1 TO CNT-ESTIMACIONES
               END-IF
           END-IF.
           IF FLAG-VALIDO IS EQUAL TO 'NO'
               PERFORM RECHAZAR-MOVIMIENTO
           END-IF.

       PROCESAR-REPARACION.
           PERFORM LEER-SINIESTRO.
           IF FLAG-VALIDO IS EQUAL TO 'SI'
               IF NOT SINIESTRO-ESTIMADO
                   MOVE "SINIESTRO NO ESTIMADO" TO MOTIVO-RECHAZO
                   MOVE 'NO' TO FLAG-VALIDO
               END-IF
           END-IF.
           IF FLAG-VALIDO IS EQUAL TO 'SI' AND
               SIN-ORD-FECHA-APERTURA IS GREATER THAN 0
               MOVE SIN-ORD-FECHA-APERTURA TO MOV-ORD-FECHA-APERTURA
               PERFORM LEER-ORDEN-TALLER
               IF FLAG-VALIDO IS EQUAL TO 'SI' AND NOT ORDEN-CERRADA
                   MOVE "ORDEN DE TALLER AUN ABIERTA" TO
                       MOTIVO-RECHAZO
                   MOVE 'NO' TO FLAG-VALIDO
               END-IF
           END-IF.
           IF FLAG-VALIDO IS EQUAL TO 'SI'
               IF MOV-IMPORTE-1 IS EQUAL TO 0 AND
                   SIN-ORD-FECHA-APERTURA IS GREATER THAN 0
                   MOVE ORD-COSTO TO SIN-COSTO-FINAL
               ELSE
                   MOVE MOV-IMPORTE-1 TO SIN-COSTO-FINAL
               END-IF
               MOVE "R" TO SIN-ESTADO
               MOVE MOV-FECHA-MOVIMIENTO TO SIN-FECHA-ESTADO
               PERFORM GRABAR-SINIESTRO
               IF FLAG-VALIDO IS EQUAL TO 'SI'
                   ADD 1 TO CNT-REPARACIONES
               END-IF
           END-IF.
           IF FLAG-VALIDO IS EQUAL TO 'NO'
               PERFORM RECHAZAR-MOVIMIENTO
           END-IF.

       PROCESAR-LIQUIDACION.
           PERFORM LEER-SINIESTRO.
           IF FLAG-VALIDO IS EQUAL TO 'SI'
               IF NOT SINIESTRO-REPARADO
                   MOVE "SINIESTRO NO REPARADO" TO MOTIVO-RECHAZO
                   MOVE 'NO' TO FLAG-VALIDO
               END-IF
           END-IF.
           IF FLAG-VALIDO IS EQUAL TO 'SI' AND
               MOV-IMPORTE-2 IS GREATER THAN MOV-IMPORTE-1
               MOVE "RECUPERO MAYOR AL RECLAMO" TO MOTIVO-RECHAZO
               MOVE 'NO' TO FLAG-VALIDO
           END-IF.
           IF FLAG-VALIDO IS EQUAL TO 'SI'
               MOVE MOV-IMPORTE-1 TO SIN-IMPORTE-RECLAMADO
               MOVE MOV-IMPORTE-2 TO SIN-IMPORTE-RECUPERADO
               MOVE "L" TO SIN-ESTADO
               MOVE MOV-FECHA-MOVIMIENTO TO SIN-FECHA-ESTADO
               PERFORM GRABAR-SINIESTRO
               IF FLAG-VALIDO IS EQUAL TO 'SI'
                   ADD 1 TO CNT-LIQUIDACIONES
               END-IF
           END-IF.
           IF FLAG-VALIDO IS EQUAL TO 'NO'
               PERFORM RECHAZAR-MOVIMIENTO
           END-IF.

       PROCESAR-CIERRE.
           PERFORM LEER-SINIESTRO.
           IF FLAG-VALIDO IS EQUAL TO 'SI'
               IF NOT SINIESTRO-LIQUIDADO
                   MOVE "SINIESTRO NO LIQUIDADO" TO MOTIVO-RECHAZO
                   MOVE 'NO' TO FLAG-VALIDO
               END-IF
           END-IF.
           IF FLAG-VALIDO IS EQUAL TO 'SI'
               IF SIN-FRANQUICIA IS GREATER THAN SIN-COSTO-FINAL
                   MOVE SIN-COSTO-FINAL TO SIN-FRANQUICIA
               END-IF
               MOVE SIN-FRANQUICIA TO IMPORTE-FRANQUICIA
               MOVE "C" TO SIN-ESTADO
               MOVE MOV-FECHA-MOVIMIENTO TO SIN-FECHA-ESTADO
               PERFORM GRABAR-SINIESTRO
               IF FLAG-VALIDO IS EQUAL TO 'SI'
                   ADD 1 TO CNT-CIERRES
                   IF IMPORTE-FRANQUICIA IS GREATER THAN 0
                       PERFORM GRABAR-CARGO
                   END-IF
               END-IF
           END-IF.
           IF FLAG-VALIDO IS EQUAL TO 'NO'
               PERFORM RECHAZAR-MOVIMIENTO
           END-IF.

       PROCESAR-BAJA.
           PERFORM LEER-SINIESTRO.
           IF FLAG-VALIDO IS EQUAL TO 'SI'
               IF NOT SINIESTRO-ABIERTO
                   MOVE "SOLO SE DA DE BAJA UN SINIESTRO ABIERTO" TO
                       MOTIVO-RECHAZO
                   MOVE 'NO' TO FLAG-VALIDO
               END-IF
           END-IF.
           IF FLAG-VALIDO IS EQUAL TO 'SI'
               DELETE SINIESTROS RECORD
               IF SINIESTROS-STATUS IS EQUAL TO 00
                   ADD 1 TO CNT-BAJAS
               ELSE
                   MOVE "ERROR AL BORRAR" TO MOTIVO-RECHAZO
                   MOVE 'NO' TO FLAG-VALIDO
               END-IF
           END-IF.
           IF FLAG-VALIDO IS EQUAL TO 'NO'
               PERFORM RECHAZAR-MOVIMIENTO
           END-IF.

       LEER-SINIESTRO.
           MOVE 'SI' TO FLAG-VALIDO.
           MOVE MOV-PATENTE TO SIN-PATENTE.
           MOVE MOV-FECHA TO SIN-FECHA.
           READ SINIESTROS RECORD KEY IS CLAVE-SIN.
           IF SINIESTROS-STATUS IS NOT EQUAL TO 00
               MOVE "SINIESTRO INEXISTENTE" TO MOTIVO-RECHAZO
               MOVE 'NO' TO FLAG-VALIDO
           END-IF.

       LEER-ORDEN-TALLER.
           IF FLAG-HAY-ORDENES IS EQUAL TO 'NO'
               MOVE "SIN ARCHIVO DE ORDENES DE TALLER" TO
                   MOTIVO-RECHAZO
               MOVE 'NO' TO FLAG-VALIDO
           ELSE
               MOVE MOV-PATENTE TO ORD-PATENTE
               MOVE MOV-ORD-FECHA-APERTURA TO ORD-FECHA-APERTURA
               READ ORDENES-TALLER RECORD KEY IS CLAVE-ORD
               IF ORDENES-TALLER-STATUS IS NOT EQUAL TO 00
                   MOVE "ORDEN DE TALLER INEXISTENTE" TO
                       MOTIVO-RECHAZO
                   MOVE 'NO' TO FLAG-VALIDO
               END-IF
           END-IF.

       GRABAR-SINIESTRO.
           REWRITE REG-SINIESTROS.
           IF SINIESTROS-STATUS IS NOT EQUAL TO 00
               MOVE "ERROR AL GRABAR" TO MOTIVO-RECHAZO
               MOVE 'NO' TO FLAG-VALIDO
           END-IF.

       RECHAZAR-MOVIMIENTO.
           ADD 1 TO CNT-RECHAZADOS-MOV.
           DISPLAY "MOVIMIENTO " MOV-TIPO " RECHAZADO, "
               MOTIVO-RECHAZO ": " MOV-PATENTE " " MOV-FECHA
               " FS: " SINIESTROS-STATUS.

       GRABAR-CARGO.
           MOVE "S" TO CAR-ORIGEN.
           MOVE FECHA-DE-HOY-NUM TO CAR-FECHA.
           MOVE SIN-TIPODOC TO CAR-TIPODOC.
           MOVE SIN-NRODOC TO CAR-NRODOC.
           MOVE SIN-PATENTE TO CAR-PATENTE.
           MOVE SIN-ALQ-FECHA-DESDE TO CAR-FECHA-ALQUILER.
           MOVE IMPORTE-FRANQUICIA TO CAR-IMPORTE.
           MOVE 0 TO CAR-AGENCIA.
           WRITE REG-CARGOS.
           IF CARGOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR CARGOS FS: " CARGOS-STATUS
               ADD 1 TO CNT-ERRORES
           ELSE
               ADD 1 TO CNT-CARGOS
               ADD IMPORTE-FRANQUICIA TO TOTAL-CARGOS
           END-IF.

       IMPRIMIR-RESUMEN.
           DISPLAY "Aperturas procesadas: " CNT-APERTURAS.
           DISPLAY "Estimaciones procesadas: " CNT-ESTIMACIONES.
           DISPLAY "Reparaciones procesadas: " CNT-REPARACIONES.
           DISPLAY "Liquidaciones procesadas: " CNT-LIQUIDACIONES.
           DISPLAY "Cierres procesados: " CNT-CIERRES.
           DISPLAY "Bajas procesadas: " CNT-BAJAS.
           DISPLAY "Franquicias enviadas a facturar: " CNT-CARGOS
               " importe: " TOTAL-CARGOS.
           DISPLAY "Movimientos rechazados: " CNT-RECHAZADOS-MOV.

       CERRAR-ARCHIVOS.
           CLOSE SINIESTROS.
           CLOSE MOVIMIENTOS-SINIESTROS.
           CLOSE ALQUILERES.
           IF FLAG-HAY-ORDENES IS EQUAL TO 'SI'
               CLOSE ORDENES-TALLER
           END-IF.
           CLOSE CARGOS.
