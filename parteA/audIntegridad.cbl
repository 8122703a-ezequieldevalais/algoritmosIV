       IDENTIFICATION DIVISION.
       program-id. "AUD_INTEGRIDAD".

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

           SELECT ALQUILERES ASSIGN TO
           "input/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAVE-ALQ
           FILE STATUS IS ALQUILERES-STATUS.

           SELECT CLIENTES ASSIGN TO
           "input/clientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAVE-CLI
           FILE STATUS IS CLIENTES-STATUS.

           SELECT CONVENIOS ASSIGN TO
           "input/convenios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAVE-CONV
           FILE STATUS IS CONVENIOS-STATUS.

           SELECT ORDENES-TALLER ASSIGN TO
           "input/ordenesTaller.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAVE-ORD
           FILE STATUS IS ORDENES-TALLER-STATUS.

           SELECT AGENCIAS ASSIGN TO
           "input/agencias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AGE-CODIGO
           FILE STATUS IS AGENCIAS-STATUS.

           SELECT LISTA-ESPERA ASSIGN TO
           "input/listaEspera.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LISTA-ESPERA-STATUS.

           SELECT REGISTRO-FACTURAS ASSIGN TO
           "input/registroFacturas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTRO-FACTURAS-STATUS.

           SELECT PAGOS ASSIGN TO
           "input/pagos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAGOS-STATUS.

           SELECT CANCELACIONES ASSIGN TO
           "input/cancelaciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CANCELACIONES-STATUS.

           SELECT CARGOS ASSIGN TO
           "input/cargosPendientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARGOS-STATUS.

           SELECT APROBADOS-AGENCIAS ASSIGN TO
           "input/aprobadosAgencias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APROBADOS-AGENCIAS-STATUS.

           SELECT INFORME ASSIGN TO
           "output/auditoriaIntegridad.txt"
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
               03  AUT-KM-ACTUAL         PIC 9(7).
               03  AUT-KM-ULT-SERVICE    PIC 9(7).
               03  AUT-FECHA-ULT-SERVICE PIC 9(8).
               03  AUT-FECHA-COMPRA      PIC 9(8).
               03  AUT-PRECIO-COMPRA     PIC 9(8)V99.
               03  AUT-VALOR-RESIDUAL    PIC 9(8)V99.
               03  AUT-SUCURSAL          PIC 99.

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
                   88  ALQUILER-CERRADO       VALUE "C".
               03  ALQ-FECHA-DEVOL    PIC 9(8).
               03  ALQ-SUC-RETIRO     PIC 99.
               03  ALQ-SUC-DEVOL      PIC 99.
               03  ALQ-SUC-DEVOL-REAL PIC 99.
               03  ALQ-CARGO-TRASLADO PIC 9(4)V99.

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
                   88  CLIENTE-HABILITADO     VALUE "S".

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

        FD    AGENCIAS
            LABEL RECORD STANDARD.
        01    REG-AGENCIAS.
               03  AGE-CODIGO    PIC 99.
               03  AGE-NOMBRE    PIC X(20).
               03  AGE-COMISION  PIC 9(2)V99.
               03  AGE-CONTACTO  PIC X(30).
               03  AGE-TELEFONO  PIC X(15).
               03  AGE-ACTIVA    PIC X.

        FD    LISTA-ESPERA
            LABEL RECORD STANDARD.
        01    REG-LISTA-ESPERA.
               03  ESP-TAMANO        PIC X.
               03  ESP-FECHA-DESDE   PIC 9(8).
               03  ESP-FECHA-HASTA   PIC 9(8).
               03  ESP-TIPODOC       PIC X.
               03  ESP-NRODOC        PIC X(20).
               03  ESP-AGENCIA       PIC 99.
               03  ESP-PATENTE       PIC X(6).
               03  ESP-SUC-RETIRO    PIC 99.
               03  ESP-SUC-DEVOL     PIC 99.

        FD    REGISTRO-FACTURAS
            LABEL RECORD STANDARD.
        01    REG-REGISTRO-FACTURAS.
               03  REGF-NUMERO          PIC 9(10).
               03  REGF-PERIODO         PIC 9(6).
               03  REGF-FECHA-EMISION   PIC 9(8).
               03  REGF-TIPODOC         PIC X.
               03  REGF-NRODOC          PIC X(20).
               03  REGF-SUBTOTAL        PIC 9(8)V99.
               03  REGF-IVA             PIC 9(8)V99.
               03  REGF-TOTAL           PIC 9(8)V99.
               03  REGF-TIPO-COMPROBANTE PIC X.
                   88  REGF-ES-FACTURA        VALUE "F" " ".
                   88  REGF-ES-NOTA-DEBITO    VALUE "D".
                   88  REGF-ES-NOTA-CREDITO   VALUE "C".
               03  REGF-NUMERO-REFERENCIA PIC 9(10).
               03  REGF-MOTIVO          PIC X(2).

        FD    PAGOS
            LABEL RECORD STANDARD.
        01    REG-PAGOS.
               03  PAG-NUMERO-FACTURA   PIC 9(10).
               03  PAG-FECHA            PIC 9(8).
               03  PAG-IMPORTE          PIC 9(8)V99.
               03  PAG-MEDIO            PIC X.

        FD    CANCELACIONES
            LABEL RECORD STANDARD.
        01    REG-CANCELACIONES.
               03  CAN-TIPO      PIC X.
                   88  CAN-ES-BAJA            VALUE "B".
                   88  CAN-ES-CAMBIO          VALUE "M".
               03 CLAVE-CAN.
                   05  CAN-PATENTE        PIC X(6).
                   05  CAN-FECHA-DESDE    PIC 9(8).
               03  CAN-NUEVA-DESDE    PIC 9(8).
               03  CAN-NUEVA-HASTA    PIC 9(8).
               03  CAN-AGENCIA        PIC 99.

        FD    CARGOS
            LABEL RECORD STANDARD.
        01    REG-CARGOS.
               03  CAR-ORIGEN            PIC X.
                   88  CAR-ES-CANCELACION     VALUE "C".
                   88  CAR-ES-RECARGO         VALUE "R".
               03  CAR-FECHA             PIC 9(8).
               03  CAR-TIPODOC           PIC X.
               03  CAR-NRODOC            PIC X(20).
               03  CAR-PATENTE           PIC X(6).
               03  CAR-FECHA-ALQUILER    PIC 9(8).
               03  CAR-IMPORTE           PIC 9(6)V99.
               03  CAR-AGENCIA           PIC 99.

        FD    APROBADOS-AGENCIAS
            LABEL RECORD STANDARD.
        01    REG-APROBADOS-AGENCIAS.
               03  APA-FECHA         PIC 9(8).
               03  APA-AGENCIA       PIC 99.
               03  APA-CANTIDAD      PIC 9(6).
               03  APA-IMPORTE       PIC 9(7)V99.

        FD    INFORME
            LABEL RECORD OMITTED.
        01    REG-INFORME PIC X(100).

       WORKING-STORAGE SECTION.

        01 TABLA-AUTOS.
            03 AUTOS-CANT PIC 9(4) VALUE 0.
            03 TAU-ENTRADA OCCURS 1000 TIMES.
                05  TAU-PATENTE        PIC X(6).
                05  TAU-ESTADO         PIC X.
                05  TAU-ORDEN-ABIERTA  PIC X.

        01 TABLA-FACTURAS.
            03 FACTURAS-CANT PIC 9(5) VALUE 0.
            03 TFA-NUMERO PIC 9(10) OCCURS 20000 TIMES.

        01 TABLA-AGENCIAS.
            03 TAG-ENTRADA OCCURS 99 TIMES.
                05  TAG-EXISTE         PIC X.
                05  TAG-ACTIVA         PIC X.

        01 TABLA-ALQ-PATENTE.
            03 ALQP-CANT PIC 9(3) VALUE 0.
            03 ALQP-ENTRADA OCCURS 200 TIMES.
                05  ALQP-DESDE-DIAS    PIC 9(7).
                05  ALQP-HASTA-DIAS    PIC 9(7).

       77 AUTOS-STATUS PIC X(2).
       77 ALQUILERES-STATUS PIC X(2).
       77 CLIENTES-STATUS PIC X(2).
       77 CONVENIOS-STATUS PIC X(2).
       77 ORDENES-TALLER-STATUS PIC X(2).
       77 AGENCIAS-STATUS PIC X(2).
       77 LISTA-ESPERA-STATUS PIC X(2).
       77 REGISTRO-FACTURAS-STATUS PIC X(2).
       77 PAGOS-STATUS PIC X(2).
       77 CANCELACIONES-STATUS PIC X(2).
       77 CARGOS-STATUS PIC X(2).
       77 APROBADOS-AGENCIAS-STATUS PIC X(2).
       77 INFORME-STATUS PIC X(2).
       77 FLAG-CONVENIOS PIC X(2) VALUE 'NO'.
       77 FLAG-AGENCIAS PIC X(2) VALUE 'NO'.
       77 FLAG-ENCONTRADO PIC X(2).
       77 FLAG-AVISO-FACTURAS PIC X(2) VALUE 'NO'.
       77 FLAG-AVISO-ALQP PIC X(2) VALUE 'NO'.
       77 AUTO-I PIC 9(4).
       77 FACTURA-I PIC 9(5).
       77 ALQP-I PIC 9(3).
       77 AGENCIA-I PIC 9(3).
       77 PATENTE-ANTERIOR PIC X(6).
       77 PATENTE-BUSCADA PIC X(6).
       77 AGENCIA-BUSCADA PIC 99.
       77 ORIGEN-AGENCIA PIC X(11).
       77 ALQ-DESDE-DIAS PIC 9(7).
       77 ALQ-HASTA-DIAS PIC 9(7).
       77 HOY-DIAS PIC 9(7).
       77 FECHA-A-CONVERTIR PIC 9(8).
       77 DIAS-CONVERTIDOS PIC 9(7).
       77 CNT-AUTOS-LEIDOS PIC 9(6) VALUE 0.
       77 CNT-ALQ-LEIDOS PIC 9(6) VALUE 0.
       77 CNT-ORD-LEIDAS PIC 9(6) VALUE 0.
       77 CNT-ESP-LEIDOS PIC 9(6) VALUE 0.
       77 CNT-FAC-LEIDAS PIC 9(6) VALUE 0.
       77 CNT-PAG-LEIDOS PIC 9(6) VALUE 0.
       77 CNT-ALQ-SIN-AUTO PIC 9(6) VALUE 0.
       77 CNT-ALQ-SIN-CLIENTE PIC 9(6) VALUE 0.
       77 CNT-ALQ-SUPERPUESTOS PIC 9(6) VALUE 0.
       77 CNT-TALLER-SIN-ORDEN PIC 9(6) VALUE 0.
       77 CNT-ORDEN-AUTO-DISPONIBLE PIC 9(6) VALUE 0.
       77 CNT-ORDEN-SIN-AUTO PIC 9(6) VALUE 0.
       77 CNT-ESPERA-VENCIDA PIC 9(6) VALUE 0.
       77 CNT-FACTURA-SIN-CLIENTE PIC 9(6) VALUE 0.
       77 CNT-PAGO-SIN-FACTURA PIC 9(6) VALUE 0.
       77 CNT-AGENCIA-INEXISTENTE PIC 9(6) VALUE 0.
       77 CNT-AGENCIA-INACTIVA PIC 9(6) VALUE 0.
       77 CNT-GRAVES PIC 9(6) VALUE 0.
       77 CNT-ADVERTENCIAS PIC 9(6) VALUE 0.
       77 CNT-INFORMATIVOS PIC 9(6) VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

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

       01 HALLAZGO.
           03  HAL-SEVERIDAD      PIC X.
               88  HAL-ES-GRAVE           VALUE "G".
               88  HAL-ES-ADVERTENCIA     VALUE "A".
               88  HAL-ES-INFORMATIVO     VALUE "I".
           03  HAL-CONTROL        PIC X(34).
           03  HAL-PATENTE        PIC X(6).
           03  HAL-FECHA          PIC X(8).
           03  HAL-TIPODOC        PIC X.
           03  HAL-NRODOC         PIC X(20).
           03  HAL-REFERENCIA     PIC X(10).

       01 INF-ENCABEZADO.
           03 FILLER PIC X(40) VALUE
           "Auditoria de integridad de archivos, fec".
           03 FILLER PIC X(5) VALUE "ha: ".
           03 INF-E-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 INF-E-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 INF-E-AAAA PIC 9(4).
           03 FILLER PIC X(45) VALUE SPACES.

       01 INF-COLUMNAS.
           03 FILLER PIC X(8) VALUE " Sever.".
           03 FILLER PIC X(35) VALUE "Control".
           03 FILLER PIC X(7) VALUE "Pat.".
           03 FILLER PIC X(9) VALUE "Fecha".
           03 FILLER PIC X(23) VALUE "Documento".
           03 FILLER PIC X(18) VALUE "Referencia".

       01 INF-SEPARADOR.
           03 FILLER PIC X(100) VALUE ALL "-".

       01 INF-LINEA-HALLAZGO.
           03 FILLER PIC X(1) VALUE SPACES.
           03 INF-SEVERIDAD PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 INF-CONTROL PIC X(34).
           03 FILLER PIC X(1) VALUE SPACES.
           03 INF-PATENTE PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 INF-FECHA PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 INF-TIPODOC PIC X.
           03 FILLER PIC X(1) VALUE SPACES.
           03 INF-NRODOC PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 INF-REFERENCIA PIC X(10).
           03 FILLER PIC X(8) VALUE SPACES.

       01 INF-SIN-HALLAZGOS.
           03 FILLER PIC X(40) VALUE
           " No se encontraron inconsistencias.".
           03 FILLER PIC X(60) VALUE SPACES.

       01 INF-TITULO-RESUMEN.
           03 FILLER PIC X(40) VALUE
           " Resumen por control".
           03 FILLER PIC X(60) VALUE SPACES.

       01 INF-LINEA-RESUMEN.
           03 FILLER PIC X(1) VALUE SPACES.
           03 INF-RES-SEVERIDAD PIC X(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 INF-RES-CONTROL PIC X(40).
           03 FILLER PIC X(1) VALUE SPACES.
           03 INF-RES-CANTIDAD PIC ZZZZZ9.
           03 FILLER PIC X(45) VALUE SPACES.

       01 LINEA-VACIA.
           03 FILLER PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM INICIALIZAR.
           PERFORM CARGAR-AUTOS.
           PERFORM CARGAR-AGENCIAS.
           PERFORM AUDITAR-ALQUILERES.
           PERFORM AUDITAR-ORDENES-TALLER.
           PERFORM AUDITAR-AUTOS-EN-TALLER.
           PERFORM AUDITAR-LISTA-ESPERA.
           PERFORM AUDITAR-FACTURAS.
           PERFORM AUDITAR-PAGOS.
           PERFORM AUDITAR-AGENCIAS-SOLICITUDES.
           PERFORM AUDITAR-CANCELACIONES.
           PERFORM AUDITAR-CARGOS.
           PERFORM AUDITAR-APROBADOS-AGENCIAS.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Autos leidos: " CNT-AUTOS-LEIDOS.
           DISPLAY "Alquileres leidos: " CNT-ALQ-LEIDOS.
           DISPLAY "Ordenes de taller leidas: " CNT-ORD-LEIDAS.
           DISPLAY "Lista de espera leidos: " CNT-ESP-LEIDOS.
           DISPLAY "Comprobantes leidos: " CNT-FAC-LEIDAS.
           DISPLAY "Pagos leidos: " CNT-PAG-LEIDOS.
           DISPLAY "Hallazgos graves: " CNT-GRAVES.
           DISPLAY "Hallazgos con advertencia: " CNT-ADVERTENCIAS.
           DISPLAY "Hallazgos informativos: " CNT-INFORMATIVOS.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-GRAVES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-ADVERTENCIAS IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           MOVE FECHA-AAAA TO FECHA-CONV-AAAA.
           MOVE FECHA-MM TO FECHA-CONV-MM.
           MOVE FECHA-DD TO FECHA-CONV-DD.
           COMPUTE HOY-DIAS = FUNCTION
               INTEGER-OF-DATE(FECHA-CONVERSION-NUM).
           OPEN INPUT AUTOS.
           IF AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR AUTOS FS: " AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR CLIENTES FS: " CLIENTES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONVENIOS.
           IF CONVENIOS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE CONVENIOS"
           ELSE
               IF CONVENIOS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR CONVENIOS FS: "
                       CONVENIOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'SI' TO FLAG-CONVENIOS
           END-IF.
           OPEN OUTPUT INFORME.
           IF INFORME-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR INFORME FS: " INFORME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FECHA-DD TO INF-E-DD.
           MOVE FECHA-MM TO INF-E-MM.
           MOVE FECHA-AAAA TO INF-E-AAAA.
           MOVE INF-ENCABEZADO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE INF-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE INF-COLUMNAS TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE INF-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.

       CERRAR-ARCHIVOS.
           CLOSE AUTOS.
           CLOSE CLIENTES.
           IF FLAG-CONVENIOS IS EQUAL TO 'SI'
               CLOSE CONVENIOS
           END-IF.
           CLOSE INFORME.

       CARGAR-AUTOS.
           PERFORM LEER-AUTOS.
           PERFORM GUARDAR-AUTO UNTIL AUTOS-STATUS IS EQUAL TO 10.

       LEER-AUTOS.
           READ AUTOS RECORD.
           IF AUTOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AUTOS FS: " AUTOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-AUTO.
           IF AUTOS-CANT IS EQUAL TO 1000
               DISPLAY "AVISO: FLOTA EXCEDE LA TABLA, PATENTE: "
                   AUT-PATENTE
           ELSE
               ADD 1 TO AUTOS-CANT
               ADD 1 TO CNT-AUTOS-LEIDOS
               MOVE AUT-PATENTE TO TAU-PATENTE(AUTOS-CANT)
               MOVE AUT-ESTADO TO TAU-ESTADO(AUTOS-CANT)
               MOVE "N" TO TAU-ORDEN-ABIERTA(AUTOS-CANT)
           END-IF.
           PERFORM LEER-AUTOS.

       BUSCAR-AUTO.
           MOVE 'NO' TO FLAG-ENCONTRADO.
           MOVE 1 TO AUTO-I.
           PERFORM REVISAR-AUTO UNTIL
               AUTO-I IS GREATER THAN AUTOS-CANT OR
               FLAG-ENCONTRADO IS EQUAL TO 'SI'.

       REVISAR-AUTO.
           IF TAU-PATENTE(AUTO-I) IS EQUAL TO PATENTE-BUSCADA
               MOVE 'SI' TO FLAG-ENCONTRADO
           ELSE
               ADD 1 TO AUTO-I
           END-IF.

       CARGAR-AGENCIAS.
           PERFORM INICIALIZAR-AGENCIA VARYING AGENCIA-I FROM 1 BY 1
               UNTIL AGENCIA-I IS GREATER THAN 99.
           OPEN INPUT AGENCIAS.
           IF AGENCIAS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN MAESTRO DE AGENCIAS"
           ELSE
               IF AGENCIAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR AGENCIAS FS: " AGENCIAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'SI' TO FLAG-AGENCIAS
               PERFORM LEER-AGENCIAS
               PERFORM GUARDAR-AGENCIA UNTIL
                   AGENCIAS-STATUS IS EQUAL TO 10
               CLOSE AGENCIAS
           END-IF.

       INICIALIZAR-AGENCIA.
           MOVE "N" TO TAG-EXISTE(AGENCIA-I).
           MOVE "N" TO TAG-ACTIVA(AGENCIA-I).

       LEER-AGENCIAS.
           READ AGENCIAS RECORD.
           IF AGENCIAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AGENCIAS FS: " AGENCIAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-AGENCIA.
           IF AGE-CODIGO IS GREATER THAN 0
               MOVE "S" TO TAG-EXISTE(AGE-CODIGO)
               IF AGE-ACTIVA IS EQUAL TO "S"
                   MOVE "S" TO TAG-ACTIVA(AGE-CODIGO)
               END-IF
           END-IF.
           PERFORM LEER-AGENCIAS.

       AUDITAR-ALQUILERES.
           OPEN INPUT ALQUILERES.
           IF ALQUILERES-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN MAESTRO DE ALQUILERES"
           ELSE
               IF ALQUILERES-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR ALQUILERES FS: "
                       ALQUILERES-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO PATENTE-ANTERIOR
               PERFORM LEER-ALQUILERES
               PERFORM AUDITAR-ALQUILER UNTIL
                   ALQUILERES-STATUS IS EQUAL TO 10
               CLOSE ALQUILERES
           END-IF.

       LEER-ALQUILERES.
           READ ALQUILERES RECORD.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ALQUILERES FS: " ALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       AUDITAR-ALQUILER.
           ADD 1 TO CNT-ALQ-LEIDOS.
           MOVE ALQ-PATENTE TO PATENTE-BUSCADA.
           PERFORM BUSCAR-AUTO.
           IF FLAG-ENCONTRADO IS EQUAL TO 'NO'
               ADD 1 TO CNT-ALQ-SIN-AUTO
               MOVE "G" TO HAL-SEVERIDAD
               MOVE "Alquiler de auto inexistente" TO HAL-CONTROL
               PERFORM PREPARAR-HALLAZGO-ALQUILER
               PERFORM REGISTRAR-HALLAZGO
           END-IF.
           MOVE ALQ-TIPODOC TO CLI-TIPODOC.
           MOVE ALQ-NRODOC TO CLI-NRODOC.
           READ CLIENTES RECORD KEY IS CLAVE-CLI.
           IF CLIENTES-STATUS IS NOT EQUAL TO 00
               ADD 1 TO CNT-ALQ-SIN-CLIENTE
               MOVE "G" TO HAL-SEVERIDAD
               MOVE "Alquiler de cliente inexistente" TO HAL-CONTROL
               PERFORM PREPARAR-HALLAZGO-ALQUILER
               PERFORM REGISTRAR-HALLAZGO
           END-IF.
           IF ALQ-PATENTE IS NOT EQUAL TO PATENTE-ANTERIOR
               MOVE ALQ-PATENTE TO PATENTE-ANTERIOR
               MOVE 0 TO ALQP-CANT
           END-IF.
           IF NOT ALQUILER-CERRADO
               PERFORM VERIFICAR-SUPERPOSICION
           END-IF.
           PERFORM LEER-ALQUILERES.

       PREPARAR-HALLAZGO-ALQUILER.
           MOVE ALQ-PATENTE TO HAL-PATENTE.
           MOVE ALQ-FECHA-DESDE TO HAL-FECHA.
           MOVE ALQ-TIPODOC TO HAL-TIPODOC.
           MOVE ALQ-NRODOC TO HAL-NRODOC.
           MOVE ALQ-FECHA-HASTA TO HAL-REFERENCIA.

       VERIFICAR-SUPERPOSICION.
           MOVE ALQ-FECHA-DESDE TO FECHA-A-CONVERTIR.
           PERFORM CONVERTIR-FECHA-A-DIAS.
           MOVE DIAS-CONVERTIDOS TO ALQ-DESDE-DIAS.
           MOVE ALQ-FECHA-HASTA TO FECHA-A-CONVERTIR.
           PERFORM CONVERTIR-FECHA-A-DIAS.
           MOVE DIAS-CONVERTIDOS TO ALQ-HASTA-DIAS.
           MOVE 'NO' TO FLAG-ENCONTRADO.
           MOVE 1 TO ALQP-I.
           PERFORM REVISAR-SUPERPOSICION UNTIL
               ALQP-I IS GREATER THAN ALQP-CANT OR
               FLAG-ENCONTRADO IS EQUAL TO 'SI'.
           IF FLAG-ENCONTRADO IS EQUAL TO 'SI'
               ADD 1 TO CNT-ALQ-SUPERPUESTOS
               MOVE "G" TO HAL-SEVERIDAD
               MOVE "Alquileres abiertos superpuestos" TO HAL-CONTROL
               PERFORM PREPARAR-HALLAZGO-ALQUILER
               PERFORM REGISTRAR-HALLAZGO
           END-IF.
           IF ALQP-CANT IS EQUAL TO 200
               IF FLAG-AVISO-ALQP IS EQUAL TO 'NO'
                   DISPLAY "AVISO: ALQUILERES POR AUTO EXCEDEN LA "
                       "TABLA, PATENTE: " ALQ-PATENTE
                   MOVE 'SI' TO FLAG-AVISO-ALQP
               END-IF
           ELSE
               ADD 1 TO ALQP-CANT
               MOVE ALQ-DESDE-DIAS TO ALQP-DESDE-DIAS(ALQP-CANT)
               MOVE ALQ-HASTA-DIAS TO ALQP-HASTA-DIAS(ALQP-CANT)
           END-IF.

       REVISAR-SUPERPOSICION.
           IF ALQ-DESDE-DIAS IS NOT GREATER THAN ALQP-HASTA-DIAS(ALQP-I)
               AND ALQ-HASTA-DIAS IS NOT LESS THAN
               ALQP-DESDE-DIAS(ALQP-I)
               MOVE 'SI' TO FLAG-ENCONTRADO
           ELSE
               ADD 1 TO ALQP-I
           END-IF.

       AUDITAR-ORDENES-TALLER.
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
               PERFORM LEER-ORDENES-TALLER
               PERFORM AUDITAR-ORDEN UNTIL
                   ORDENES-TALLER-STATUS IS EQUAL TO 10
               CLOSE ORDENES-TALLER
           END-IF.

       LEER-ORDENES-TALLER.
           READ ORDENES-TALLER RECORD.
           IF ORDENES-TALLER-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ORDENES-TALLER FS: "
                   ORDENES-TALLER-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       AUDITAR-ORDEN.
           ADD 1 TO CNT-ORD-LEIDAS.
           MOVE ORD-PATENTE TO PATENTE-BUSCADA.
           PERFORM BUSCAR-AUTO.
           IF FLAG-ENCONTRADO IS EQUAL TO 'NO'
               ADD 1 TO CNT-ORDEN-SIN-AUTO
               MOVE "A" TO HAL-SEVERIDAD
               MOVE "Orden de taller sin auto en flota"
                   TO HAL-CONTROL
               PERFORM PREPARAR-HALLAZGO-ORDEN
               PERFORM REGISTRAR-HALLAZGO
           ELSE
               IF ORDEN-ABIERTA
                   MOVE "S" TO TAU-ORDEN-ABIERTA(AUTO-I)
                   IF TAU-ESTADO(AUTO-I) IS EQUAL TO "D" AND
                       ORD-FECHA-PREVISTA IS NOT GREATER THAN
                           FECHA-DE-HOY-NUM
                       ADD 1 TO CNT-ORDEN-AUTO-DISPONIBLE
                       MOVE "A" TO HAL-SEVERIDAD
                       MOVE "Orden abierta con auto disponible"
                           TO HAL-CONTROL
                       PERFORM PREPARAR-HALLAZGO-ORDEN
                       PERFORM REGISTRAR-HALLAZGO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-ORDENES-TALLER.

       PREPARAR-HALLAZGO-ORDEN.
           MOVE ORD-PATENTE TO HAL-PATENTE.
           MOVE ORD-FECHA-APERTURA TO HAL-FECHA.
           MOVE SPACES TO HAL-TIPODOC.
           MOVE SPACES TO HAL-NRODOC.
           MOVE ORD-ESTADO TO HAL-REFERENCIA.

       AUDITAR-AUTOS-EN-TALLER.
           PERFORM AUDITAR-AUTO-EN-TALLER VARYING AUTO-I FROM 1 BY 1
               UNTIL AUTO-I IS GREATER THAN AUTOS-CANT.

       AUDITAR-AUTO-EN-TALLER.
           IF TAU-ESTADO(AUTO-I) IS EQUAL TO "T" AND
               TAU-ORDEN-ABIERTA(AUTO-I) IS EQUAL TO "N"
               ADD 1 TO CNT-TALLER-SIN-ORDEN
               MOVE "A" TO HAL-SEVERIDAD
               MOVE "Auto en taller sin orden abierta" TO HAL-CONTROL
               MOVE TAU-PATENTE(AUTO-I) TO HAL-PATENTE
               MOVE SPACES TO HAL-FECHA
               MOVE SPACES TO HAL-TIPODOC
               MOVE SPACES TO HAL-NRODOC
               MOVE TAU-ESTADO(AUTO-I) TO HAL-REFERENCIA
               PERFORM REGISTRAR-HALLAZGO
           END-IF.

       AUDITAR-LISTA-ESPERA.
           OPEN INPUT LISTA-ESPERA.
           IF LISTA-ESPERA-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN LISTA DE ESPERA"
           ELSE
               IF LISTA-ESPERA-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR LISTA-ESPERA FS: "
                       LISTA-ESPERA-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-LISTA-ESPERA
               PERFORM AUDITAR-ESPERA UNTIL
                   LISTA-ESPERA-STATUS IS EQUAL TO 10
               CLOSE LISTA-ESPERA
           END-IF.

       LEER-LISTA-ESPERA.
           READ LISTA-ESPERA RECORD.
           IF LISTA-ESPERA-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER LISTA-ESPERA FS: "
                   LISTA-ESPERA-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       AUDITAR-ESPERA.
           ADD 1 TO CNT-ESP-LEIDOS.
           MOVE ESP-FECHA-DESDE TO FECHA-A-CONVERTIR.
           PERFORM CONVERTIR-FECHA-A-DIAS.
           IF DIAS-CONVERTIDOS IS LESS THAN HOY-DIAS
               ADD 1 TO CNT-ESPERA-VENCIDA
               MOVE "I" TO HAL-SEVERIDAD
               MOVE "Lista de espera con fecha vencida" TO HAL-CONTROL
               MOVE ESP-PATENTE TO HAL-PATENTE
               MOVE ESP-FECHA-DESDE TO HAL-FECHA
               MOVE ESP-TIPODOC TO HAL-TIPODOC
               MOVE ESP-NRODOC TO HAL-NRODOC
               MOVE ESP-FECHA-HASTA TO HAL-REFERENCIA
               PERFORM REGISTRAR-HALLAZGO
           END-IF.
           MOVE ESP-AGENCIA TO AGENCIA-BUSCADA.
           MOVE "espera" TO ORIGEN-AGENCIA.
           MOVE ESP-PATENTE TO HAL-PATENTE.
           MOVE ESP-FECHA-DESDE TO HAL-FECHA.
           MOVE ESP-TIPODOC TO HAL-TIPODOC.
           MOVE ESP-NRODOC TO HAL-NRODOC.
           PERFORM VERIFICAR-AGENCIA.
           PERFORM LEER-LISTA-ESPERA.

       AUDITAR-FACTURAS.
           OPEN INPUT REGISTRO-FACTURAS.
           IF REGISTRO-FACTURAS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN REGISTRO DE FACTURAS"
           ELSE
               IF REGISTRO-FACTURAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR REGISTRO-FACTURAS FS: "
                       REGISTRO-FACTURAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-REGISTRO-FACTURAS
               PERFORM AUDITAR-FACTURA UNTIL
                   REGISTRO-FACTURAS-STATUS IS EQUAL TO 10
               CLOSE REGISTRO-FACTURAS
           END-IF.

       LEER-REGISTRO-FACTURAS.
           READ REGISTRO-FACTURAS RECORD.
           IF REGISTRO-FACTURAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER REGISTRO-FACTURAS FS: "
                   REGISTRO-FACTURAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       AUDITAR-FACTURA.
           ADD 1 TO CNT-FAC-LEIDAS.
           IF FACTURAS-CANT IS EQUAL TO 20000
               IF FLAG-AVISO-FACTURAS IS EQUAL TO 'NO'
                   DISPLAY "AVISO: REGISTRO DE FACTURAS EXCEDE LA "
                       "TABLA, NO SE CONTROLAN TODOS LOS PAGOS"
                   MOVE 'SI' TO FLAG-AVISO-FACTURAS
               END-IF
           ELSE
               ADD 1 TO FACTURAS-CANT
               MOVE REGF-NUMERO TO TFA-NUMERO(FACTURAS-CANT)
           END-IF.
           MOVE REGF-TIPODOC TO CLI-TIPODOC.
           MOVE REGF-NRODOC TO CLI-NRODOC.
           READ CLIENTES RECORD KEY IS CLAVE-CLI.
           IF CLIENTES-STATUS IS NOT EQUAL TO 00
               PERFORM BUSCAR-CONVENIO-FACTURA
           END-IF.
           PERFORM LEER-REGISTRO-FACTURAS.

       BUSCAR-CONVENIO-FACTURA.
           MOVE 'NO' TO FLAG-ENCONTRADO.
           IF FLAG-CONVENIOS IS EQUAL TO 'SI'
               MOVE REGF-TIPODOC TO CONV-TIPODOC
               MOVE REGF-NRODOC TO CONV-NRODOC
               READ CONVENIOS RECORD KEY IS CLAVE-CONV
               IF CONVENIOS-STATUS IS EQUAL TO 00
                   MOVE 'SI' TO FLAG-ENCONTRADO
               END-IF
           END-IF.
           IF FLAG-ENCONTRADO IS EQUAL TO 'NO'
               ADD 1 TO CNT-FACTURA-SIN-CLIENTE
               MOVE "A" TO HAL-SEVERIDAD
               MOVE "Comprobante de cliente inexistente"
                   TO HAL-CONTROL
               MOVE SPACES TO HAL-PATENTE
               MOVE REGF-FECHA-EMISION TO HAL-FECHA
               MOVE REGF-TIPODOC TO HAL-TIPODOC
               MOVE REGF-NRODOC TO HAL-NRODOC
               MOVE REGF-NUMERO TO HAL-REFERENCIA
               PERFORM REGISTRAR-HALLAZGO
           END-IF.

       AUDITAR-PAGOS.
           OPEN INPUT PAGOS.
           IF PAGOS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE PAGOS"
           ELSE
               IF PAGOS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR PAGOS FS: " PAGOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-PAGOS
               PERFORM AUDITAR-PAGO UNTIL PAGOS-STATUS IS EQUAL TO 10
               CLOSE PAGOS
           END-IF.

       LEER-PAGOS.
           READ PAGOS RECORD.
           IF PAGOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER PAGOS FS: " PAGOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       AUDITAR-PAGO.
           ADD 1 TO CNT-PAG-LEIDOS.
           MOVE 'NO' TO FLAG-ENCONTRADO.
           MOVE 1 TO FACTURA-I.
           PERFORM REVISAR-FACTURA UNTIL
               FACTURA-I IS GREATER THAN FACTURAS-CANT OR
               FLAG-ENCONTRADO IS EQUAL TO 'SI'.
           IF FLAG-ENCONTRADO IS EQUAL TO 'NO' AND
               FLAG-AVISO-FACTURAS IS EQUAL TO 'NO'
               ADD 1 TO CNT-PAGO-SIN-FACTURA
               MOVE "G" TO HAL-SEVERIDAD
               MOVE "Pago de factura inexistente" TO HAL-CONTROL
               MOVE SPACES TO HAL-PATENTE
               MOVE PAG-FECHA TO HAL-FECHA
               MOVE SPACES TO HAL-TIPODOC
               MOVE SPACES TO HAL-NRODOC
               MOVE PAG-NUMERO-FACTURA TO HAL-REFERENCIA
               PERFORM REGISTRAR-HALLAZGO
           END-IF.
           PERFORM LEER-PAGOS.

       REVISAR-FACTURA.
           IF TFA-NUMERO(FACTURA-I) IS EQUAL TO PAG-NUMERO-FACTURA
               MOVE 'SI' TO FLAG-ENCONTRADO
           ELSE
               ADD 1 TO FACTURA-I
           END-IF.

       AUDITAR-AGENCIAS-SOLICITUDES.
           MOVE "solicitudes" TO ORIGEN-AGENCIA.
           PERFORM AUDITAR-AGENCIA-SOLICITUD VARYING AGENCIA-I
               FROM 1 BY 1 UNTIL AGENCIA-I IS GREATER THAN 4.

       AUDITAR-AGENCIA-SOLICITUD.
           MOVE AGENCIA-I TO AGENCIA-BUSCADA.
           MOVE SPACES TO HAL-PATENTE.
           MOVE SPACES TO HAL-FECHA.
           MOVE SPACES TO HAL-TIPODOC.
           MOVE SPACES TO HAL-NRODOC.
           PERFORM VERIFICAR-AGENCIA.

       AUDITAR-CANCELACIONES.
           OPEN INPUT CANCELACIONES.
           IF CANCELACIONES-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE CANCELACIONES"
           ELSE
               IF CANCELACIONES-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR CANCELACIONES FS: "
                       CANCELACIONES-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "cancelacion" TO ORIGEN-AGENCIA
               PERFORM LEER-CANCELACIONES
               PERFORM AUDITAR-CANCELACION UNTIL
                   CANCELACIONES-STATUS IS EQUAL TO 10
               CLOSE CANCELACIONES
           END-IF.

       LEER-CANCELACIONES.
           READ CANCELACIONES RECORD.
           IF CANCELACIONES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER CANCELACIONES FS: "
                   CANCELACIONES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       AUDITAR-CANCELACION.
           MOVE CAN-AGENCIA TO AGENCIA-BUSCADA.
           MOVE CAN-PATENTE TO HAL-PATENTE.
           MOVE CAN-FECHA-DESDE TO HAL-FECHA.
           MOVE SPACES TO HAL-TIPODOC.
           MOVE SPACES TO HAL-NRODOC.
           PERFORM VERIFICAR-AGENCIA.
           PERFORM LEER-CANCELACIONES.

       AUDITAR-CARGOS.
           OPEN INPUT CARGOS.
           IF CARGOS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN CARGOS PENDIENTES"
           ELSE
               IF CARGOS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR CARGOS FS: " CARGOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "cargos" TO ORIGEN-AGENCIA
               PERFORM LEER-CARGOS
               PERFORM AUDITAR-CARGO UNTIL
                   CARGOS-STATUS IS EQUAL TO 10
               CLOSE CARGOS
           END-IF.

       LEER-CARGOS.
           READ CARGOS RECORD.
           IF CARGOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER CARGOS FS: " CARGOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       AUDITAR-CARGO.
           MOVE CAR-AGENCIA TO AGENCIA-BUSCADA.
           MOVE CAR-PATENTE TO HAL-PATENTE.
           MOVE CAR-FECHA-ALQUILER TO HAL-FECHA.
           MOVE CAR-TIPODOC TO HAL-TIPODOC.
           MOVE CAR-NRODOC TO HAL-NRODOC.
           PERFORM VERIFICAR-AGENCIA.
           PERFORM LEER-CARGOS.

       AUDITAR-APROBADOS-AGENCIAS.
           OPEN INPUT APROBADOS-AGENCIAS.
           IF APROBADOS-AGENCIAS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN TOTALES APROBADOS POR AGENCIA"
           ELSE
               IF APROBADOS-AGENCIAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR APROBADOS-AGENCIAS FS: "
                       APROBADOS-AGENCIAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "aprobados" TO ORIGEN-AGENCIA
               PERFORM LEER-APROBADOS-AGENCIAS
               PERFORM AUDITAR-APROBADO-AGENCIA UNTIL
                   APROBADOS-AGENCIAS-STATUS IS EQUAL TO 10
               CLOSE APROBADOS-AGENCIAS
           END-IF.

       LEER-APROBADOS-AGENCIAS.
           READ APROBADOS-AGENCIAS RECORD.
           IF APROBADOS-AGENCIAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER APROBADOS-AGENCIAS FS: "
                   APROBADOS-AGENCIAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       AUDITAR-APROBADO-AGENCIA.
           MOVE APA-AGENCIA TO AGENCIA-BUSCADA.
           MOVE SPACES TO HAL-PATENTE.
           MOVE APA-FECHA TO HAL-FECHA.
           MOVE SPACES TO HAL-TIPODOC.
           MOVE SPACES TO HAL-NRODOC.
           PERFORM VERIFICAR-AGENCIA.
           PERFORM LEER-APROBADOS-AGENCIAS.

       VERIFICAR-AGENCIA.
           IF FLAG-AGENCIAS IS EQUAL TO 'SI' AND
               AGENCIA-BUSCADA IS GREATER THAN 0
               MOVE AGENCIA-BUSCADA TO HAL-REFERENCIA
               IF TAG-EXISTE(AGENCIA-BUSCADA) IS EQUAL TO "N"
                   ADD 1 TO CNT-AGENCIA-INEXISTENTE
                   MOVE "G" TO HAL-SEVERIDAD
                   MOVE "Agencia inexistente en" TO HAL-CONTROL
                   MOVE ORIGEN-AGENCIA TO HAL-CONTROL(24:11)
                   PERFORM REGISTRAR-HALLAZGO
               ELSE
                   IF TAG-ACTIVA(AGENCIA-BUSCADA) IS EQUAL TO "N"
                       ADD 1 TO CNT-AGENCIA-INACTIVA
                       MOVE "A" TO HAL-SEVERIDAD
                       MOVE "Agencia inactiva en" TO HAL-CONTROL
                       MOVE ORIGEN-AGENCIA TO HAL-CONTROL(21:14)
                       PERFORM REGISTRAR-HALLAZGO
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-HALLAZGO.
           EVALUATE TRUE
               WHEN HAL-ES-GRAVE
                   ADD 1 TO CNT-GRAVES
                   MOVE "GRAVE" TO INF-SEVERIDAD
               WHEN HAL-ES-ADVERTENCIA
                   ADD 1 TO CNT-ADVERTENCIAS
                   MOVE "ADVERT" TO INF-SEVERIDAD
               WHEN OTHER
                   ADD 1 TO CNT-INFORMATIVOS
                   MOVE "INFO" TO INF-SEVERIDAD
           END-EVALUATE.
           MOVE HAL-CONTROL TO INF-CONTROL.
           MOVE HAL-PATENTE TO INF-PATENTE.
           MOVE HAL-FECHA TO INF-FECHA.
           MOVE HAL-TIPODOC TO INF-TIPODOC.
           MOVE HAL-NRODOC TO INF-NRODOC.
           MOVE HAL-REFERENCIA TO INF-REFERENCIA.
           MOVE INF-LINEA-HALLAZGO TO REG-INFORME.
           WRITE REG-INFORME.
           IF INFORME-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR INFORME FS: " INFORME-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       IMPRIMIR-RESUMEN.
           IF CNT-GRAVES + CNT-ADVERTENCIAS + CNT-INFORMATIVOS
               IS EQUAL TO 0
               MOVE INF-SIN-HALLAZGOS TO REG-INFORME
               WRITE REG-INFORME
           END-IF.
           MOVE INF-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE INF-TITULO-RESUMEN TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "GRAVE" TO INF-RES-SEVERIDAD.
           MOVE "Alquileres de auto inexistente" TO INF-RES-CONTROL.
           MOVE CNT-ALQ-SIN-AUTO TO INF-RES-CANTIDAD.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Alquileres de cliente inexistente"
               TO INF-RES-CONTROL.
           MOVE CNT-ALQ-SIN-CLIENTE TO INF-RES-CANTIDAD.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Alquileres abiertos superpuestos" TO INF-RES-CONTROL.
           MOVE CNT-ALQ-SUPERPUESTOS TO INF-RES-CANTIDAD.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Pagos de factura inexistente" TO INF-RES-CONTROL.
           MOVE CNT-PAGO-SIN-FACTURA TO INF-RES-CANTIDAD.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Referencias a agencia inexistente"
               TO INF-RES-CONTROL.
           MOVE CNT-AGENCIA-INEXISTENTE TO INF-RES-CANTIDAD.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "ADVERT" TO INF-RES-SEVERIDAD.
           MOVE "Autos en taller sin orden abierta" TO INF-RES-CONTROL.
           MOVE CNT-TALLER-SIN-ORDEN TO INF-RES-CANTIDAD.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Ordenes de taller sin auto en flota"
               TO INF-RES-CONTROL.
           MOVE CNT-ORDEN-SIN-AUTO TO INF-RES-CANTIDAD.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Ordenes abiertas con auto disponible"
               TO INF-RES-CONTROL.
           MOVE CNT-ORDEN-AUTO-DISPONIBLE TO INF-RES-CANTIDAD.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Comprobantes de cliente inexistente"
               TO INF-RES-CONTROL.
           MOVE CNT-FACTURA-SIN-CLIENTE TO INF-RES-CANTIDAD.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Referencias a agencia inactiva" TO INF-RES-CONTROL.
           MOVE CNT-AGENCIA-INACTIVA TO INF-RES-CANTIDAD.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "INFO" TO INF-RES-SEVERIDAD.
           MOVE "Lista de espera con fecha vencida" TO INF-RES-CONTROL.
           MOVE CNT-ESPERA-VENCIDA TO INF-RES-CANTIDAD.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE SPACES TO INF-RES-SEVERIDAD.
           MOVE "Total hallazgos graves" TO INF-RES-CONTROL.
           MOVE CNT-GRAVES TO INF-RES-CANTIDAD.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Total hallazgos con advertencia" TO INF-RES-CONTROL.
           MOVE CNT-ADVERTENCIAS TO INF-RES-CANTIDAD.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Total hallazgos informativos" TO INF-RES-CONTROL.
           MOVE CNT-INFORMATIVOS TO INF-RES-CANTIDAD.
           PERFORM IMPRIMIR-LINEA-RESUMEN.

       IMPRIMIR-LINEA-RESUMEN.
           MOVE INF-LINEA-RESUMEN TO REG-INFORME.
           WRITE REG-INFORME.

       CONVERTIR-FECHA-A-DIAS.
           MOVE FECHA-A-CONVERTIR(5:4) TO FECHA-CONV-AAAA.
           MOVE FECHA-A-CONVERTIR(3:2) TO FECHA-CONV-MM.
           MOVE FECHA-A-CONVERTIR(1:2) TO FECHA-CONV-DD.
           COMPUTE DIAS-CONVERTIDOS = FUNCTION
               INTEGER-OF-DATE(FECHA-CONVERSION-NUM).
