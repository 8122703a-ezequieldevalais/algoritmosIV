       IDENTIFICATION DIVISION.
       program-id. "PROG_SERVICE".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT AUTOS ASSIGN TO
           "input/autos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AUT-PATENTE
           FILE STATUS IS AUTOS-STATUS.

           SELECT PLAN-SERVICE ASSIGN TO
           "input/planService.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLAN-SERVICE-STATUS.

           SELECT ORDENES-TALLER ASSIGN TO
           "input/ordenesTaller.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-ORD
           FILE STATUS IS ORDENES-TALLER-STATUS.

           SELECT MOVIMIENTOS-TALLER ASSIGN TO
           "input/movTaller.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVIMIENTOS-TALLER-STATUS.

           SELECT ALQUILERES ASSIGN TO
           "input/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAVE-ALQ
           FILE STATUS IS ALQUILERES-STATUS.

           SELECT INFORME ASSIGN TO
           "output/informeService.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INFORME-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD    AUTOS
            LABEL RECORD STANDARD.
        01    REG-AUTOS.
               03  AUT-PATENTE   PIC X(6).
               03  AUT-DESC      PIC X(30).
               03  AUT-MARCA     PIC X(20).
               03  AUT-COLOR     PIC X(10).
               03  AUT-TAMANO    PIC X.
               03  AUT-IMPORTE   PIC 9(4)V99.
               03  AUT-ESTADO    PIC X.
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

        FD    PLAN-SERVICE
            LABEL RECORD STANDARD.
        01    REG-PLAN-SERVICE.
               03  PLS-MARCA            PIC X(20).
               03  PLS-TAMANO           PIC X.
               03  PLS-KM-INTERVALO     PIC 9(6).
               03  PLS-DIAS-INTERVALO   PIC 9(4).

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

        FD    MOVIMIENTOS-TALLER
            LABEL RECORD STANDARD.
        01    REG-MOVIMIENTOS-TALLER.
               03  MOV-TIPO      PIC X.
                   88  MOV-ES-ALTA            VALUE "A".
               03  MOV-PATENTE          PIC X(6).
               03  MOV-FECHA-APERTURA   PIC 9(8).
               03  MOV-MOTIVO           PIC X(30).
               03  MOV-FECHA-PREVISTA   PIC 9(8).
               03  MOV-COSTO            PIC 9(6)V99.
               03  MOV-FECHA-CIERRE     PIC 9(8).

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
                   88  ALQUILER-ABIERTO   VALUE "A".
                   88  ALQUILER-CERRADO   VALUE "C".
               03  ALQ-FECHA-DEVOL    PIC 9(8).
               03  ALQ-SUC-RETIRO     PIC 99.
               03  ALQ-SUC-DEVOL      PIC 99.
               03  ALQ-SUC-DEVOL-REAL PIC 99.
               03  ALQ-CARGO-TRASLADO PIC 9(4)V99.

        FD    INFORME
            LABEL RECORD OMITTED.
        01    REG-INFORME PIC X(100).

       WORKING-STORAGE SECTION.

        01 TABLA-PLAN.
            03 PLAN-CANT PIC 9(3) VALUE 0.
            03 PLAN-ENTRADA OCCURS 200 TIMES.
                05  PLN-MARCA            PIC X(20).
                05  PLN-TAMANO           PIC X.
                05  PLN-KM-INTERVALO     PIC 9(6).
                05  PLN-DIAS-INTERVALO   PIC 9(4).

        01 TABLA-ORDENES-ABIERTAS.
            03 ORDAB-CANT PIC 9(4) VALUE 0.
            03 ORDAB-PATENTE OCCURS 2000 TIMES PIC X(6).

        01 TABLA-RESERVAS.
            03 RES-CANT PIC 9(5) VALUE 0.
            03 RES-ENTRADA OCCURS 5000 TIMES.
                05  RES-PATENTE          PIC X(6).
                05  RES-FECHA-DESDE      PIC 9(8).
                05  RES-DESDE-DIAS       PIC 9(7).
                05  RES-HASTA-DIAS       PIC 9(7).

       77 AUTOS-STATUS PIC X(2).
       77 PLAN-SERVICE-STATUS PIC X(2).
       77 ORDENES-TALLER-STATUS PIC X(2).
       77 MOVIMIENTOS-TALLER-STATUS PIC X(2).
       77 ALQUILERES-STATUS PIC X(2).
       77 INFORME-STATUS PIC X(2).
       77 DIAS-TALLER PIC 9(2) VALUE 2.
       77 MARGEN-KM PIC 9(5) VALUE 1000.
       77 MARGEN-DIAS PIC 9(3) VALUE 15.
       77 PLAN-I PIC 9(3).
       77 PLAN-ELEGIDO PIC 9(3).
       77 PUNTAJE-PLAN PIC 9.
       77 PUNTAJE-ELEGIDO PIC 9.
       77 ORDAB-I PIC 9(4).
       77 RES-I PIC 9(5).
       77 RES-CHOQUE PIC 9(5).
       77 FLAG-ORDEN-ABIERTA PIC X(2).
       77 FLAG-HAY-ORDENES PIC X(2) VALUE 'NO'.
       77 SITUACION-SERVICE PIC X(8).
       77 MOTIVO-SERVICE PIC X(30).
       77 KM-RECORRIDOS PIC 9(7).
       77 DIAS-DESDE-SERVICE PIC 9(5).
       77 FLAG-FECHA-SERVICE PIC X(2).
       77 HOY-DIAS PIC 9(7).
       77 FIN-VENTANA-DIAS PIC 9(7).
       77 FECHA-A-CONVERTIR PIC 9(8).
       77 DIAS-CONVERTIDOS PIC 9(7).
       77 FECHA-PREVISTA PIC 9(8).
       77 CNT-AUTOS-LEIDOS PIC 9(6) VALUE 0.
       77 CNT-SIN-PLAN PIC 9(6) VALUE 0.
       77 CNT-VENCIDOS PIC 9(6) VALUE 0.
       77 CNT-PROXIMOS PIC 9(6) VALUE 0.
       77 CNT-CON-ORDEN PIC 9(6) VALUE 0.
       77 CNT-ORDENES-GENERADAS PIC 9(6) VALUE 0.
       77 CNT-CON-CHOQUE PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 PARAMETRO-ENTRADA PIC X(10).

       01 FECHA-DE-HOY.
           03  FECHA-AAAA      PIC 9(4).
           03  FECHA-MM        PIC 9(2).
           03  FECHA-DD        PIC 9(2).
       01 FECHA-DE-HOY-NUM REDEFINES FECHA-DE-HOY PIC 9(8).

       01 FECHA-CONVERSION.
           03  FECHA-CONV-AAAA    PIC 9(4).
           03  FECHA-CONV-MM      PIC 9(2).
           03  FECHA-CONV-DD      PIC 9(2).
       01 FECHA-CONVERSION-NUM REDEFINES FECHA-CONVERSION PIC 9(8).

       01 SV-ENCABEZADO.
           03 FILLER PIC X(37) VALUE
           "Autos con service vencido o proximo ".
           03 FILLER PIC X(4) VALUE "al ".
           03 SV-E1-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 SV-E1-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 SV-E1-AAAA PIC 9(4).
           03 FILLER PIC X(49) VALUE SPACES.

       01 SV-SEPARADOR.
           03 FILLER PIC X(100) VALUE ALL "-".

       01 SV-COLUMNAS.
           03 FILLER PIC X(9) VALUE " Patente ".
           03 FILLER PIC X(22) VALUE "Marca".
           03 FILLER PIC X(3) VALUE "T".
           03 FILLER PIC X(9) VALUE "Km actual".
           03 FILLER PIC X(9) VALUE "  Km serv".
           03 FILLER PIC X(7) VALUE "  Dias".
           03 FILLER PIC X(10) VALUE "  Estado".
           03 FILLER PIC X(31) VALUE "Observacion".

       01 SV-LINEA-AUTO.
           03 FILLER PIC X VALUE SPACES.
           03 SV-PATENTE PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SV-MARCA PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SV-TAMANO PIC X.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SV-KM-ACTUAL PIC ZZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SV-KM-RECORRIDOS PIC ZZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SV-DIAS PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 SV-SITUACION PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SV-OBSERVACION PIC X(31).

       01 SV-OBS-CHOQUE.
           03 FILLER PIC X(21) VALUE "CHOCA CON RESERVA DEL".
           03 FILLER PIC X VALUE SPACES.
           03 SV-CH-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 SV-CH-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 SV-CH-AAAA PIC 9(4).

       01 SV-LINEA-RESUMEN.
           03 SV-RES-ETIQUETA PIC X(40).
           03 SV-RES-CANT PIC ZZZZZ9.
           03 FILLER PIC X(54) VALUE SPACES.

       01 LINEA-VACIA.
           03 FILLER PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT PARAMETRO-ENTRADA FROM COMMAND-LINE.
           EVALUATE TRUE
               WHEN PARAMETRO-ENTRADA IS EQUAL TO SPACES
                   CONTINUE
               WHEN PARAMETRO-ENTRADA(1:2) IS NUMERIC AND
                   PARAMETRO-ENTRADA(3:8) IS EQUAL TO SPACES
                   MOVE PARAMETRO-ENTRADA(1:2) TO DIAS-TALLER
               WHEN PARAMETRO-ENTRADA(1:1) IS NUMERIC AND
                   PARAMETRO-ENTRADA(2:9) IS EQUAL TO SPACES
                   MOVE PARAMETRO-ENTRADA(1:1) TO DIAS-TALLER
               WHEN OTHER
                   DISPLAY "PARAMETRO INVALIDO, USO: PROG_SERVICE "
                       "[DIAS DE TALLER]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF DIAS-TALLER IS EQUAL TO 0
               MOVE 1 TO DIAS-TALLER
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           COMPUTE HOY-DIAS = FUNCTION
               INTEGER-OF-DATE(FECHA-DE-HOY-NUM).
           COMPUTE FIN-VENTANA-DIAS = HOY-DIAS + DIAS-TALLER - 1.
           COMPUTE FECHA-PREVISTA = FUNCTION
               DATE-OF-INTEGER(HOY-DIAS + DIAS-TALLER).
           PERFORM CARGAR-PLAN-SERVICE.
           PERFORM CARGAR-ORDENES-ABIERTAS.
           PERFORM CARGAR-MOVIMIENTOS-PENDIENTES.
           IF FLAG-HAY-ORDENES IS EQUAL TO 'SI'
               CLOSE ORDENES-TALLER
           END-IF.
           PERFORM CARGAR-RESERVAS.
           PERFORM INICIALIZAR.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM LEER-AUTOS.
           PERFORM PROCESAR-AUTO UNTIL
               AUTOS-STATUS IS EQUAL TO 10.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Autos leidos: " CNT-AUTOS-LEIDOS.
           DISPLAY "Autos sin plan de service: " CNT-SIN-PLAN.
           DISPLAY "Service vencido: " CNT-VENCIDOS.
           DISPLAY "Service proximo: " CNT-PROXIMOS.
           DISPLAY "Con orden de taller abierta: " CNT-CON-ORDEN.
           DISPLAY "Ordenes generadas: " CNT-ORDENES-GENERADAS.
           DISPLAY "Con reserva en la ventana de taller: "
               CNT-CON-CHOQUE.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-SIN-PLAN IS GREATER THAN 0 OR
                   CNT-CON-CHOQUE IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       CARGAR-PLAN-SERVICE.
           OPEN INPUT PLAN-SERVICE.
           IF PLAN-SERVICE-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR PLAN-SERVICE FS: "
                   PLAN-SERVICE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-PLAN-SERVICE.
           PERFORM GUARDAR-PLAN UNTIL
               PLAN-SERVICE-STATUS IS EQUAL TO 10.
           CLOSE PLAN-SERVICE.

       LEER-PLAN-SERVICE.
           READ PLAN-SERVICE RECORD.
           IF PLAN-SERVICE-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER PLAN-SERVICE FS: "
                   PLAN-SERVICE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GUARDAR-PLAN.
           IF PLS-KM-INTERVALO IS NOT NUMERIC OR
               PLS-DIAS-INTERVALO IS NOT NUMERIC
               DISPLAY "AVISO: PLAN DE SERVICE INVALIDO, MARCA: "
                   PLS-MARCA " TAMANO: " PLS-TAMANO
           ELSE
               IF PLAN-CANT IS EQUAL TO 200
                   DISPLAY "AVISO: TABLA DE PLANES LLENA, MARCA: "
                       PLS-MARCA " TAMANO: " PLS-TAMANO
               ELSE
                   ADD 1 TO PLAN-CANT
                   MOVE PLS-MARCA TO PLN-MARCA(PLAN-CANT)
                   MOVE PLS-TAMANO TO PLN-TAMANO(PLAN-CANT)
                   MOVE PLS-KM-INTERVALO TO
                       PLN-KM-INTERVALO(PLAN-CANT)
                   MOVE PLS-DIAS-INTERVALO TO
                       PLN-DIAS-INTERVALO(PLAN-CANT)
               END-IF
           END-IF.
           PERFORM LEER-PLAN-SERVICE.

       CARGAR-ORDENES-ABIERTAS.
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
               PERFORM LEER-ORDENES-TALLER
               PERFORM GUARDAR-ORDEN-ABIERTA UNTIL
                   ORDENES-TALLER-STATUS IS EQUAL TO 10
           END-IF.

       LEER-ORDENES-TALLER.
           READ ORDENES-TALLER NEXT RECORD.
           IF ORDENES-TALLER-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ORDENES-TALLER FS: "
                   ORDENES-TALLER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GUARDAR-ORDEN-ABIERTA.
           IF ORDEN-ABIERTA
               MOVE ORD-PATENTE TO MOV-PATENTE
               PERFORM AGREGAR-PATENTE-CON-ORDEN
           END-IF.
           PERFORM LEER-ORDENES-TALLER.

       CARGAR-MOVIMIENTOS-PENDIENTES.
           OPEN INPUT MOVIMIENTOS-TALLER.
           IF MOVIMIENTOS-TALLER-STATUS IS EQUAL TO 00
               PERFORM LEER-MOVIMIENTOS-TALLER
               PERFORM GUARDAR-ALTA-PENDIENTE UNTIL
                   MOVIMIENTOS-TALLER-STATUS IS EQUAL TO 10
               CLOSE MOVIMIENTOS-TALLER
           ELSE
               IF MOVIMIENTOS-TALLER-STATUS IS NOT EQUAL TO 35
                   DISPLAY "ERROR ABRIR MOVIMIENTOS-TALLER FS: "
                       MOVIMIENTOS-TALLER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LEER-MOVIMIENTOS-TALLER.
           READ MOVIMIENTOS-TALLER RECORD.
           IF MOVIMIENTOS-TALLER-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER MOVIMIENTOS-TALLER FS: "
                   MOVIMIENTOS-TALLER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GUARDAR-ALTA-PENDIENTE.
           IF MOV-ES-ALTA
               IF FLAG-HAY-ORDENES IS EQUAL TO 'SI'
                   MOVE MOV-PATENTE TO ORD-PATENTE
                   MOVE MOV-FECHA-APERTURA TO ORD-FECHA-APERTURA
                   READ ORDENES-TALLER RECORD
                   IF ORDENES-TALLER-STATUS IS EQUAL TO 23
                       PERFORM AGREGAR-PATENTE-CON-ORDEN
                   END-IF
               ELSE
                   PERFORM AGREGAR-PATENTE-CON-ORDEN
               END-IF
           END-IF.
           PERFORM LEER-MOVIMIENTOS-TALLER.

       AGREGAR-PATENTE-CON-ORDEN.
           IF ORDAB-CANT IS EQUAL TO 2000
               DISPLAY "ERROR TABLA DE ORDENES ABIERTAS LLENA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO ORDAB-CANT.
           MOVE MOV-PATENTE TO ORDAB-PATENTE(ORDAB-CANT).

       CARGAR-RESERVAS.
           OPEN INPUT ALQUILERES.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-ALQUILERES.
           PERFORM GUARDAR-RESERVA UNTIL
               ALQUILERES-STATUS IS EQUAL TO 10.
           CLOSE ALQUILERES.

       LEER-ALQUILERES.
           READ ALQUILERES RECORD.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GUARDAR-RESERVA.
           IF ALQUILER-ABIERTO
               MOVE ALQ-FECHA-HASTA TO FECHA-A-CONVERTIR
               PERFORM CONVERTIR-FECHA-A-DIAS
               IF DIAS-CONVERTIDOS IS NOT LESS THAN HOY-DIAS
                   IF RES-CANT IS EQUAL TO 5000
                       DISPLAY "AVISO: TABLA DE RESERVAS LLENA, "
                           "PATENTE: " ALQ-PATENTE
                   ELSE
                       ADD 1 TO RES-CANT
                       MOVE DIAS-CONVERTIDOS TO RES-HASTA-DIAS(RES-CANT)
                       MOVE ALQ-PATENTE TO RES-PATENTE(RES-CANT)
                       MOVE ALQ-FECHA-DESDE TO RES-FECHA-DESDE(RES-CANT)
                       MOVE ALQ-FECHA-DESDE TO FECHA-A-CONVERTIR
                       PERFORM CONVERTIR-FECHA-A-DIAS
                       MOVE DIAS-CONVERTIDOS TO RES-DESDE-DIAS(RES-CANT)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-ALQUILERES.

       INICIALIZAR.
           OPEN INPUT AUTOS.
           IF AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR AUTOS FS: " AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MOVIMIENTOS-TALLER.
           IF MOVIMIENTOS-TALLER-STATUS IS EQUAL TO 35
               OPEN OUTPUT MOVIMIENTOS-TALLER
           END-IF.
           IF MOVIMIENTOS-TALLER-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR MOVIMIENTOS-TALLER FS: "
                   MOVIMIENTOS-TALLER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INFORME.
           IF INFORME-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR INFORME FS: " INFORME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE AUTOS.
           CLOSE MOVIMIENTOS-TALLER.
           CLOSE INFORME.

       IMPRIMIR-ENCABEZADO.
           MOVE FECHA-DD TO SV-E1-DD.
           MOVE FECHA-MM TO SV-E1-MM.
           MOVE FECHA-AAAA TO SV-E1-AAAA.
           MOVE SV-ENCABEZADO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SV-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SV-COLUMNAS TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SV-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.

       LEER-AUTOS.
           READ AUTOS RECORD.
           IF AUTOS-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-AUTOS-LEIDOS
           END-IF.
           IF AUTOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AUTOS FS: " AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESAR-AUTO.
           IF NOT AUTO-FUERA-DE-FLOTA
               PERFORM BUSCAR-PLAN
               IF PLAN-ELEGIDO IS EQUAL TO 0
                   ADD 1 TO CNT-SIN-PLAN
               ELSE
                   PERFORM EVALUAR-SERVICE
                   IF SITUACION-SERVICE IS NOT EQUAL TO SPACES
                       PERFORM PROGRAMAR-SERVICE
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-AUTOS.

       BUSCAR-PLAN.
           MOVE 0 TO PLAN-ELEGIDO.
           MOVE 0 TO PUNTAJE-ELEGIDO.
           PERFORM REVISAR-PLAN VARYING PLAN-I FROM 1 BY 1
               UNTIL PLAN-I IS GREATER THAN PLAN-CANT.

       REVISAR-PLAN.
           IF (PLN-MARCA(PLAN-I) IS EQUAL TO AUT-MARCA OR
               PLN-MARCA(PLAN-I) IS EQUAL TO SPACES) AND
               (PLN-TAMANO(PLAN-I) IS EQUAL TO AUT-TAMANO OR
               PLN-TAMANO(PLAN-I) IS EQUAL TO SPACE)
               MOVE 1 TO PUNTAJE-PLAN
               IF PLN-MARCA(PLAN-I) IS NOT EQUAL TO SPACES
                   ADD 2 TO PUNTAJE-PLAN
               END-IF
               IF PLN-TAMANO(PLAN-I) IS NOT EQUAL TO SPACE
                   ADD 1 TO PUNTAJE-PLAN
               END-IF
               IF PUNTAJE-PLAN IS GREATER THAN PUNTAJE-ELEGIDO
                   MOVE PUNTAJE-PLAN TO PUNTAJE-ELEGIDO
                   MOVE PLAN-I TO PLAN-ELEGIDO
               END-IF
           END-IF.

       EVALUAR-SERVICE.
           MOVE SPACES TO SITUACION-SERVICE.
           MOVE SPACES TO MOTIVO-SERVICE.
           IF AUT-KM-ACTUAL IS GREATER THAN AUT-KM-ULT-SERVICE
               COMPUTE KM-RECORRIDOS = AUT-KM-ACTUAL -
                   AUT-KM-ULT-SERVICE
           ELSE
               MOVE 0 TO KM-RECORRIDOS
           END-IF.
           IF AUT-FECHA-ULT-SERVICE IS GREATER THAN 0
               MOVE 'SI' TO FLAG-FECHA-SERVICE
               COMPUTE DIAS-CONVERTIDOS = FUNCTION
                   INTEGER-OF-DATE(AUT-FECHA-ULT-SERVICE)
               IF HOY-DIAS IS GREATER THAN DIAS-CONVERTIDOS
                   COMPUTE DIAS-DESDE-SERVICE = HOY-DIAS -
                       DIAS-CONVERTIDOS
               ELSE
                   MOVE 0 TO DIAS-DESDE-SERVICE
               END-IF
           ELSE
               MOVE 'NO' TO FLAG-FECHA-SERVICE
               MOVE 0 TO DIAS-DESDE-SERVICE
           END-IF.
           IF PLN-KM-INTERVALO(PLAN-ELEGIDO) IS GREATER THAN 0
               IF KM-RECORRIDOS IS NOT LESS THAN
                   PLN-KM-INTERVALO(PLAN-ELEGIDO)
                   MOVE "VENCIDO" TO SITUACION-SERVICE
                   MOVE "SERVICE PREVENTIVO POR KM" TO MOTIVO-SERVICE
               ELSE
                   IF KM-RECORRIDOS + MARGEN-KM IS NOT LESS THAN
                       PLN-KM-INTERVALO(PLAN-ELEGIDO)
                       MOVE "PROXIMO" TO SITUACION-SERVICE
                       MOVE "SERVICE PREVENTIVO POR KM"
                           TO MOTIVO-SERVICE
                   END-IF
               END-IF
           END-IF.
           IF PLN-DIAS-INTERVALO(PLAN-ELEGIDO) IS GREATER THAN 0 AND
               FLAG-FECHA-SERVICE IS EQUAL TO 'SI' AND
               SITUACION-SERVICE IS NOT EQUAL TO "VENCIDO"
               IF DIAS-DESDE-SERVICE IS NOT LESS THAN
                   PLN-DIAS-INTERVALO(PLAN-ELEGIDO)
                   MOVE "VENCIDO" TO SITUACION-SERVICE
                   MOVE "SERVICE PREVENTIVO POR DIAS"
                       TO MOTIVO-SERVICE
               ELSE
                   IF DIAS-DESDE-SERVICE + MARGEN-DIAS IS NOT LESS
                       THAN PLN-DIAS-INTERVALO(PLAN-ELEGIDO) AND
                       SITUACION-SERVICE IS EQUAL TO SPACES
                       MOVE "PROXIMO" TO SITUACION-SERVICE
                       MOVE "SERVICE PREVENTIVO POR DIAS"
                           TO MOTIVO-SERVICE
                   END-IF
               END-IF
           END-IF.

       PROGRAMAR-SERVICE.
           IF SITUACION-SERVICE IS EQUAL TO "VENCIDO"
               ADD 1 TO CNT-VENCIDOS
           ELSE
               ADD 1 TO CNT-PROXIMOS
           END-IF.
           PERFORM BUSCAR-ORDEN-ABIERTA.
           IF FLAG-ORDEN-ABIERTA IS EQUAL TO 'SI'
               ADD 1 TO CNT-CON-ORDEN
               MOVE "YA TIENE ORDEN ABIERTA" TO SV-OBSERVACION
           ELSE
               PERFORM GRABAR-ALTA-TALLER
               PERFORM BUSCAR-RESERVA-EN-VENTANA
               IF RES-CHOQUE IS NOT EQUAL TO 0
                   ADD 1 TO CNT-CON-CHOQUE
                   MOVE RES-FECHA-DESDE(RES-CHOQUE)(1:2) TO SV-CH-DD
                   MOVE RES-FECHA-DESDE(RES-CHOQUE)(3:2) TO SV-CH-MM
                   MOVE RES-FECHA-DESDE(RES-CHOQUE)(5:4) TO
                       SV-CH-AAAA
                   MOVE SV-OBS-CHOQUE TO SV-OBSERVACION
               ELSE
                   MOVE "ORDEN GENERADA" TO SV-OBSERVACION
               END-IF
           END-IF.
           PERFORM IMPRIMIR-LINEA-AUTO.

       BUSCAR-ORDEN-ABIERTA.
           MOVE 'NO' TO FLAG-ORDEN-ABIERTA.
           MOVE 1 TO ORDAB-I.
           PERFORM REVISAR-ORDEN-ABIERTA UNTIL
               ORDAB-I IS GREATER THAN ORDAB-CANT OR
               FLAG-ORDEN-ABIERTA IS EQUAL TO 'SI'.

       REVISAR-ORDEN-ABIERTA.
           IF ORDAB-PATENTE(ORDAB-I) IS EQUAL TO AUT-PATENTE
               MOVE 'SI' TO FLAG-ORDEN-ABIERTA
           ELSE
               ADD 1 TO ORDAB-I
           END-IF.

       BUSCAR-RESERVA-EN-VENTANA.
           MOVE 0 TO RES-CHOQUE.
           MOVE 1 TO RES-I.
           PERFORM REVISAR-RESERVA UNTIL
               RES-I IS GREATER THAN RES-CANT OR
               RES-CHOQUE IS NOT EQUAL TO 0.

       REVISAR-RESERVA.
           IF RES-PATENTE(RES-I) IS EQUAL TO AUT-PATENTE AND
               RES-DESDE-DIAS(RES-I) IS NOT GREATER THAN
                   FIN-VENTANA-DIAS AND
               RES-HASTA-DIAS(RES-I) IS NOT LESS THAN HOY-DIAS
               MOVE RES-I TO RES-CHOQUE
           ELSE
               ADD 1 TO RES-I
           END-IF.

       GRABAR-ALTA-TALLER.
           MOVE "A" TO MOV-TIPO.
           MOVE AUT-PATENTE TO MOV-PATENTE.
           MOVE FECHA-DE-HOY-NUM TO MOV-FECHA-APERTURA.
           MOVE MOTIVO-SERVICE TO MOV-MOTIVO.
           MOVE FECHA-PREVISTA TO MOV-FECHA-PREVISTA.
           MOVE 0 TO MOV-COSTO.
           MOVE 0 TO MOV-FECHA-CIERRE.
           WRITE REG-MOVIMIENTOS-TALLER.
           IF MOVIMIENTOS-TALLER-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-ORDENES-GENERADAS
           ELSE
               DISPLAY "ERROR GRABAR MOVIMIENTOS-TALLER FS: "
                   MOVIMIENTOS-TALLER-STATUS " PATENTE: " AUT-PATENTE
               ADD 1 TO CNT-ERRORES
           END-IF.

       IMPRIMIR-LINEA-AUTO.
           MOVE AUT-PATENTE TO SV-PATENTE.
           MOVE AUT-MARCA TO SV-MARCA.
           MOVE AUT-TAMANO TO SV-TAMANO.
           MOVE AUT-KM-ACTUAL TO SV-KM-ACTUAL.
           MOVE KM-RECORRIDOS TO SV-KM-RECORRIDOS.
           MOVE DIAS-DESDE-SERVICE TO SV-DIAS.
           MOVE SITUACION-SERVICE TO SV-SITUACION.
           MOVE SV-LINEA-AUTO TO REG-INFORME.
           WRITE REG-INFORME.

       IMPRIMIR-RESUMEN.
           MOVE SV-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "Autos con service vencido" TO SV-RES-ETIQUETA.
           MOVE CNT-VENCIDOS TO SV-RES-CANT.
           MOVE SV-LINEA-RESUMEN TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "Autos con service proximo" TO SV-RES-ETIQUETA.
           MOVE CNT-PROXIMOS TO SV-RES-CANT.
           MOVE SV-LINEA-RESUMEN TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "Ordenes de taller generadas" TO SV-RES-ETIQUETA.
           MOVE CNT-ORDENES-GENERADAS TO SV-RES-CANT.
           MOVE SV-LINEA-RESUMEN TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "Con reserva en la ventana de taller" TO
               SV-RES-ETIQUETA.
           MOVE CNT-CON-CHOQUE TO SV-RES-CANT.
           MOVE SV-LINEA-RESUMEN TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SV-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.

       CONVERTIR-FECHA-A-DIAS.
           MOVE FECHA-A-CONVERTIR(5:4) TO FECHA-CONV-AAAA.
           MOVE FECHA-A-CONVERTIR(3:2) TO FECHA-CONV-MM.
           MOVE FECHA-A-CONVERTIR(1:2) TO FECHA-CONV-DD.
           COMPUTE DIAS-CONVERTIDOS = FUNCTION
               INTEGER-OF-DATE(FECHA-CONVERSION-NUM).
