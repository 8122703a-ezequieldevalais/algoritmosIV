       IDENTIFICATION DIVISION.
       program-id. "CANC_ALQ".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ALQUILERES ASSIGN TO
           "input/alquileres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-ALQ
           FILE STATUS IS ALQUILERES-STATUS.

           SELECT CANCELACIONES ASSIGN TO
           "input/cancelaciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CANCELACIONES-STATUS.

           SELECT AUTOS ASSIGN TO
           "input/autos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AUT-PATENTE
           FILE STATUS IS AUTOS-STATUS.

           SELECT TARIFAS ASSIGN TO
           "input/tarifas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAVE-TAR
           FILE STATUS IS TARIFAS-STATUS.

           SELECT AGENCIAS ASSIGN TO
           "input/agencias.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AGE-CODIGO
           FILE STATUS IS AGENCIAS-STATUS.

           SELECT HISTORICO-CANC ASSIGN TO
           "input/cancelacionesAplicadas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORICO-CANC-STATUS.

           SELECT CONVENIOS ASSIGN TO
           "input/convenios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAVE-CONV
           FILE STATUS IS CONVENIOS-STATUS.

           SELECT CONDUCTORES ASSIGN TO
           "input/conductoresConv.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLAVE-CCD
           FILE STATUS IS CONDUCTORES-STATUS.

           SELECT CARGOS ASSIGN TO
           "input/cargosPendientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARGOS-STATUS.

           SELECT CONTROL-FACTURAS ASSIGN TO
           "input/controlFacturas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-FACTURAS-STATUS.

           SELECT RESPALDO ASSIGN USING
           NOMBRE-ARCHIVO-RESPALDO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESPALDO-STATUS.

           SELECT INFORME ASSIGN TO
           "output/informeCancelaciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INFORME-STATUS.

       DATA DIVISION.

       FILE SECTION.

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

        FD    HISTORICO-CANC
            LABEL RECORD STANDARD.
        01    REG-HISTORICO-CANC.
               03  HCA-CANCELACION      PIC X(33).
               03  HCA-RESULTADO        PIC X.
               03  HCA-MOTIVO           PIC X(30).
               03  HCA-CARGO            PIC 9(6)V99.
               03  HCA-FECHA-PROCESO    PIC 9(8).

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

        FD    TARIFAS
            LABEL RECORD STANDARD.
        01    REG-TARIFAS.
               03 CLAVE-TAR.
                   05  TAR-TAMANO           PIC X.
                   05  TAR-VIGENCIA-DESDE   PIC 9(8).
               03  TAR-VIGENCIA-HASTA   PIC 9(8).
               03  TAR-IMPORTE          PIC 9(4)V99.

        FD    AGENCIAS
            LABEL RECORD STANDARD.
        01    REG-AGENCIAS.
               03  AGE-CODIGO    PIC 99.
               03  AGE-NOMBRE    PIC X(20).
               03  AGE-COMISION  PIC 9(2)V99.
               03  AGE-CONTACTO  PIC X(30).
               03  AGE-TELEFONO  PIC X(15).
               03  AGE-ACTIVA    PIC X.

        FD    CARGOS
            LABEL RECORD STANDARD.
        01    REG-CARGOS.
               03  CAR-ORIGEN            PIC X.
                   88  CAR-ES-CANCELACION     VALUE "C".
                   88  CAR-ES-ACREDITACION    VALUE "A".
               03  CAR-FECHA             PIC 9(8).
               03  CAR-TIPODOC           PIC X.
               03  CAR-NRODOC            PIC X(20).
               03  CAR-PATENTE           PIC X(6).
               03  CAR-FECHA-ALQUILER    PIC 9(8).
               03  CAR-IMPORTE           PIC 9(6)V99.
               03  CAR-AGENCIA           PIC 99.

        FD    CONTROL-FACTURAS
            LABEL RECORD STANDARD.
        01    REG-CONTROL-FACTURAS.
               03  CTL-ULTIMO-NUMERO    PIC 9(10).
               03  CTL-ULTIMO-PERIODO   PIC 9(6).

        FD    RESPALDO
            LABEL RECORD STANDARD.
        01    REG-RESPALDO PIC X(72).

        FD    INFORME
            LABEL RECORD OMITTED.
        01    REG-INFORME PIC X(100).

       WORKING-STORAGE SECTION.

       01 TABLA-CANCELACIONES.
           03 CANC-CANT PIC 9(4) VALUE 0.
           03 CANC-ENTRADA OCCURS 2000 TIMES.
               05  CANCT-REGISTRO         PIC X(33).
               05  CANCT-TIPO             PIC X.
               05  CANCT-PATENTE          PIC X(6).
               05  CANCT-FECHA-DESDE      PIC 9(8).
               05  CANCT-FECHA-HASTA      PIC 9(8).
               05  CANCT-NUEVA-DESDE      PIC 9(8).
               05  CANCT-NUEVA-HASTA      PIC 9(8).
               05  CANCT-AGENCIA          PIC 99.
               05  CANCT-AGENCIA-VALIDA   PIC X(2).
               05  CANCT-RESULTADO        PIC X.
                   88  CANCT-APLICADA         VALUE "A".
                   88  CANCT-RECHAZADA        VALUE "R".
               05  CANCT-MOTIVO           PIC X(30).
               05  CANCT-IMPORTE-ANTERIOR PIC 9(6)V99.
               05  CANCT-IMPORTE-NUEVO    PIC 9(6)V99.
               05  CANCT-ANTICIPACION     PIC 9(4).
               05  CANCT-CARGO            PIC 9(6)V99.
               05  CANCT-CREDITO          PIC 9(6)V99.

       01 VECTARIFAS.
           03 TARIFAS-CANT PIC 9(3) VALUE 0.
           03 TARIFA-ENTRADA OCCURS 500 TIMES.
               05  VECTAR-TAMANO           PIC X.
               05  VECTAR-VIGENCIA-DESDE   PIC 9(8).
               05  VECTAR-VIGENCIA-HASTA   PIC 9(8).
               05  VECTAR-IMPORTE          PIC 9(4)V99.

       01 TABLA-AGENCIAS.
           03 VECAG-ENTRADA OCCURS 99 TIMES.
               05  VECAG-CARGADA  PIC X(2).
               05  VECAG-NOMBRE   PIC X(20).

       01 TOTALES-POR-AGENCIA.
           03 TOT-AGENCIA OCCURS 100 TIMES.
               05 TOT-AG-APLICADAS  PIC 9(6).
               05 TOT-AG-RECHAZADAS PIC 9(6).
               05 TOT-AG-CARGOS     PIC 9(7)V99.

       77 ALQUILERES-STATUS PIC X(2).
       77 CANCELACIONES-STATUS PIC X(2).
       77 AUTOS-STATUS PIC X(2).
       77 TARIFAS-STATUS PIC X(2).
       77 AGENCIAS-STATUS PIC X(2).
       77 CARGOS-STATUS PIC X(2).
       77 HISTORICO-CANC-STATUS PIC X(2).
       77 CONVENIOS-STATUS PIC X(2).
       77 CONDUCTORES-STATUS PIC X(2).
       77 FLAG-HAY-CONVENIOS PIC X(2) VALUE 'NO'.
       77 FLAG-HAY-AGENCIAS PIC X(2) VALUE 'NO'.
       77 CONV-I PIC 9.
       77 CONV-ELEGIDA PIC 9.
       77 NOMBRE-ARCHIVO-CANCELACIONES PIC X(24) VALUE
           "input/cancelaciones.dat".
       77 RESPALDO-STATUS PIC X(2).
       77 CONTROL-FACTURAS-STATUS PIC X(2).
       77 ULTIMO-PERIODO-FACTURADO PIC 9(6) VALUE 0.
       77 PERIODO-ALQUILER PIC 9(6).
       77 PERIODO-NUEVO PIC 9(6).
       77 IMPORTE-CREDITO PIC 9(6)V99.
       77 INFORME-STATUS PIC X(2).
       77 CANC-I PIC 9(4).
       77 AGE-I PIC 99.
       77 AGE-REPORTE PIC 9(3).
       77 TARIFA-I PIC 9(3).
       77 FLAG-TARIFA-HALLADA PIC X(2).
       77 FLAG-AGENCIA-IMPRESA PIC X(2).
       77 FLAG-MOV-VALIDO PIC X(2).
       77 TARIFA-TAMANO-BUSCADO PIC X.
       77 TARIFA-FECHA-BUSCADA PIC 9(8).
       77 TARIFA-DIARIA PIC 9(4)V99.
       77 HOY-DIAS PIC 9(7).
       77 DESDE-DIAS PIC 9(7).
       77 HASTA-DIAS PIC 9(7).
       77 NUEVA-DESDE-DIAS PIC 9(7).
       77 NUEVA-HASTA-DIAS PIC 9(7).
       77 DIAS-ALQUILER PIC 9(4).
       77 DIAS-ANTICIPACION PIC 9(4).
       77 PORCENTAJE-CARGO PIC 9(3).
       77 IMPORTE-CALCULADO PIC 9(6)V99.
       77 IMPORTE-LIBERADO PIC 9(6)V99.
       77 IMPORTE-CARGO PIC 9(6)V99.
       77 FECHA-A-CONVERTIR PIC 9(8).
       77 DIAS-CONVERTIDOS PIC 9(7).
       77 CLAVE-ANTERIOR PIC X(14).
       77 CNT-CANC-LEIDAS PIC 9(6) VALUE 0.
       77 CNT-BAJAS PIC 9(6) VALUE 0.
       77 CNT-CAMBIOS PIC 9(6) VALUE 0.
       77 CNT-RECHAZADAS PIC 9(6) VALUE 0.
       77 CNT-CARGOS PIC 9(6) VALUE 0.
       77 CNT-RESPALDADOS PIC 9(6) VALUE 0.
       77 TOTAL-CARGOS PIC 9(7)V99 VALUE 0.
       77 CNT-CREDITOS PIC 9(6) VALUE 0.
       77 TOTAL-CREDITOS PIC 9(7)V99 VALUE 0.
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 NOMBRE-ARCHIVO-RESPALDO.
           03 FILLER PIC X(6) VALUE "input/".
           03 FILLER PIC X(19) VALUE "alquileresCancBack_".
           03 RESP-AAAA PIC 9(4).
           03 RESP-MM PIC 9(2).
           03 RESP-DD PIC 9(2).
           03 FILLER PIC X(4) VALUE ".dat".

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

       01 CA-ENCABEZADO.
           03 FILLER PIC X(45) VALUE
           "Cancelaciones y cambios de alquileres, fecha ".
           03 CA-E1-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 CA-E1-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 CA-E1-AAAA PIC 9(4).
           03 FILLER PIC X(45) VALUE SPACES.

       01 CA-SEPARADOR.
           03 FILLER PIC X(100) VALUE ALL "-".

       01 CA-LINEA-AGENCIA.
           03 FILLER PIC X(9) VALUE "Agencia: ".
           03 CA-AG-CODIGO PIC 99.
           03 FILLER PIC X(3) VALUE " - ".
           03 CA-AG-NOMBRE PIC X(20).
           03 FILLER PIC X(66) VALUE SPACES.

       01 CA-LINEA-MOV.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CA-TIPO PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CA-PATENTE PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CA-DESDE-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 CA-DESDE-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 CA-DESDE-AAAA PIC 9(4).
           03 FILLER PIC X(3) VALUE " a ".
           03 CA-HASTA-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 CA-HASTA-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 CA-HASTA-AAAA PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 CA-RESULTADO PIC X(30).
           03 FILLER PIC X(28) VALUE SPACES.

       01 CA-LINEA-PERIODO.
           03 FILLER PIC X(20) VALUE "     Nuevo periodo: ".
           03 CA-NP-DESDE-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 CA-NP-DESDE-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 CA-NP-DESDE-AAAA PIC 9(4).
           03 FILLER PIC X(3) VALUE " a ".
           03 CA-NP-HASTA-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 CA-NP-HASTA-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 CA-NP-HASTA-AAAA PIC 9(4).
           03 FILLER PIC X(57) VALUE SPACES.

       01 CA-LINEA-IMPORTES.
           03 FILLER PIC X(22) VALUE "     Importe anterior ".
           03 CA-IMP-ANT-ENTEROS PIC 9(6).
           03 FILLER PIC X VALUE ",".
           03 CA-IMP-ANT-DECIMALES PIC 99.
           03 FILLER PIC X(16) VALUE "  Importe nuevo ".
           03 CA-IMP-NUE-ENTEROS PIC 9(6).
           03 FILLER PIC X VALUE ",".
           03 CA-IMP-NUE-DECIMALES PIC 99.
           03 FILLER PIC X(14) VALUE "  Anticipacion".
           03 CA-ANTICIPACION PIC ZZZ9.
           03 FILLER PIC X(10) VALUE " d  Cargo ".
           03 CA-CARGO-ENTEROS PIC 9(6).
           03 FILLER PIC X VALUE ",".
           03 CA-CARGO-DECIMALES PIC 99.
           03 FILLER PIC X(7) VALUE SPACES.

       01 CA-LINEA-CREDITO.
           03 FILLER PIC X(35) VALUE
               "     Credito por periodo facturado ".
           03 CA-CREDITO-ENTEROS PIC 9(6).
           03 FILLER PIC X VALUE ",".
           03 CA-CREDITO-DECIMALES PIC 99.
           03 FILLER PIC X(56) VALUE SPACES.

       01 CA-LINEA-TOTAL-AGENCIA.
           03 FILLER PIC X(12) VALUE " Aplicadas: ".
           03 CA-TOT-APLICADAS PIC ZZZZZ9.
           03 FILLER PIC X(15) VALUE "  Rechazadas: ".
           03 CA-TOT-RECHAZADAS PIC ZZZZZ9.
           03 FILLER PIC X(16) VALUE "  Total cargos ".
           03 CA-TOT-CARGOS-ENTEROS PIC 9(7).
           03 FILLER PIC X VALUE ",".
           03 CA-TOT-CARGOS-DECIMALES PIC 99.
           03 FILLER PIC X(35) VALUE SPACES.

       01 LINEA-VACIA.
           03 FILLER PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           COMPUTE HOY-DIAS = FUNCTION
               INTEGER-OF-DATE(FECHA-DE-HOY-NUM).
           PERFORM CARGAR-CANCELACIONES.
           PERFORM RESGUARDAR-MAESTRO.
           PERFORM INICIALIZAR.
           PERFORM CARGAR-TARIFAS.
           PERFORM CARGAR-AGENCIAS.
           PERFORM LIMPIAR-TOTALES-AGENCIA VARYING AGE-REPORTE FROM 1
               BY 1 UNTIL AGE-REPORTE IS GREATER THAN 100.
           MOVE 1 TO CANC-I.
           PERFORM PROCESAR-CANCELACION UNTIL
               CANC-I IS GREATER THAN CANC-CANT.
           PERFORM IMPRIMIR-INFORME.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM ARCHIVAR-CANCELACIONES.
           DISPLAY "Movimientos leidos: " CNT-CANC-LEIDAS.
           DISPLAY "Bajas aplicadas: " CNT-BAJAS.
           DISPLAY "Cambios de fecha aplicados: " CNT-CAMBIOS.
           DISPLAY "Movimientos rechazados: " CNT-RECHAZADAS.
           DISPLAY "Cargos por cancelacion generados: " CNT-CARGOS.
           DISPLAY "Creditos por periodo facturado: " CNT-CREDITOS.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-RECHAZADAS IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       CARGAR-CANCELACIONES.
           OPEN INPUT CANCELACIONES.
           IF CANCELACIONES-STATUS IS EQUAL TO 35
               DISPLAY "SIN CANCELACIONES, NADA PARA PROCESAR"
               STOP RUN
           END-IF.
           IF CANCELACIONES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR CANCELACIONES FS: "
                   CANCELACIONES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-CANCELACIONES.
           PERFORM GUARDAR-CANCELACION UNTIL
               CANCELACIONES-STATUS IS EQUAL TO 10.
           CLOSE CANCELACIONES.

       LEER-CANCELACIONES.
           READ CANCELACIONES RECORD.
           IF CANCELACIONES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER CANCELACIONES FS: "
                   CANCELACIONES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-CANCELACION.
           IF CANC-CANT IS EQUAL TO 2000
               DISPLAY "ERROR TABLA DE CANCELACIONES LLENA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CANC-CANT.
           ADD 1 TO CNT-CANC-LEIDAS.
           MOVE REG-CANCELACIONES TO CANCT-REGISTRO(CANC-CANT).
           MOVE CAN-TIPO TO CANCT-TIPO(CANC-CANT).
           MOVE CAN-PATENTE TO CANCT-PATENTE(CANC-CANT).
           MOVE CAN-FECHA-DESDE TO CANCT-FECHA-DESDE(CANC-CANT).
           MOVE 0 TO CANCT-FECHA-HASTA(CANC-CANT).
           MOVE CAN-NUEVA-DESDE TO CANCT-NUEVA-DESDE(CANC-CANT).
           MOVE CAN-NUEVA-HASTA TO CANCT-NUEVA-HASTA(CANC-CANT).
           IF CAN-AGENCIA IS NUMERIC
               MOVE CAN-AGENCIA TO CANCT-AGENCIA(CANC-CANT)
               MOVE 'SI' TO CANCT-AGENCIA-VALIDA(CANC-CANT)
           ELSE
               MOVE 0 TO CANCT-AGENCIA(CANC-CANT)
               MOVE 'NO' TO CANCT-AGENCIA-VALIDA(CANC-CANT)
           END-IF.
           MOVE SPACE TO CANCT-RESULTADO(CANC-CANT).
           MOVE SPACES TO CANCT-MOTIVO(CANC-CANT).
           MOVE 0 TO CANCT-IMPORTE-ANTERIOR(CANC-CANT).
           MOVE 0 TO CANCT-IMPORTE-NUEVO(CANC-CANT).
           MOVE 0 TO CANCT-ANTICIPACION(CANC-CANT).
           MOVE 0 TO CANCT-CARGO(CANC-CANT).
           MOVE 0 TO CANCT-CREDITO(CANC-CANT).
           PERFORM LEER-CANCELACIONES.

       RESGUARDAR-MAESTRO.
           MOVE FECHA-AAAA TO RESP-AAAA.
           MOVE FECHA-MM TO RESP-MM.
           MOVE FECHA-DD TO RESP-DD.
           OPEN INPUT RESPALDO.
           IF RESPALDO-STATUS IS EQUAL TO 00
               CLOSE RESPALDO
               DISPLAY "RESPALDO YA EXISTE, SE CONSERVA: "
                   NOMBRE-ARCHIVO-RESPALDO
           ELSE
               IF RESPALDO-STATUS IS NOT EQUAL TO 35
                   DISPLAY "ERROR ABRIR RESPALDO FS: " RESPALDO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM COPIAR-MAESTRO-A-RESPALDO
           END-IF.

       COPIAR-MAESTRO-A-RESPALDO.
           OPEN OUTPUT RESPALDO.
           IF RESPALDO-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR CREAR RESPALDO FS: " RESPALDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALQUILERES.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-ALQ-RESPALDO.
           PERFORM COPIAR-REG-RESPALDO UNTIL
               ALQUILERES-STATUS IS EQUAL TO 10.
           CLOSE ALQUILERES.
           CLOSE RESPALDO.
           DISPLAY "Alquileres respaldados: " CNT-RESPALDADOS
               " EN " NOMBRE-ARCHIVO-RESPALDO.

       LEER-ALQ-RESPALDO.
           READ ALQUILERES NEXT RECORD.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       COPIAR-REG-RESPALDO.
           WRITE REG-RESPALDO FROM REG-ALQUILERES.
           IF RESPALDO-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR RESPALDO FS: " RESPALDO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CNT-RESPALDADOS.
           PERFORM LEER-ALQ-RESPALDO.

       INICIALIZAR.
           OPEN I-O ALQUILERES.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUTOS.
           IF AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR AUTOS FS: " AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
           PERFORM ABRIR-CONVENIOS.
           PERFORM LEER-CONTROL-FACTURAS.
           OPEN OUTPUT INFORME.
           IF INFORME-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR INFORME FS: " INFORME-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE ALQUILERES.
           CLOSE AUTOS.
           CLOSE CARGOS.
           CLOSE INFORME.
           IF FLAG-HAY-CONVENIOS IS EQUAL TO 'SI'
               CLOSE CONVENIOS
               CLOSE CONDUCTORES
           END-IF.

       LEER-CONTROL-FACTURAS.
           OPEN INPUT CONTROL-FACTURAS.
           IF CONTROL-FACTURAS-STATUS IS EQUAL TO 35
               MOVE 0 TO ULTIMO-PERIODO-FACTURADO
           ELSE
               IF CONTROL-FACTURAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR CONTROL-FACTURAS FS: "
                       CONTROL-FACTURAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CONTROL-FACTURAS RECORD
               IF CONTROL-FACTURAS-STATUS IS EQUAL TO 00
                   MOVE CTL-ULTIMO-PERIODO TO ULTIMO-PERIODO-FACTURADO
               ELSE
                   DISPLAY "ERROR LEER CONTROL-FACTURAS FS: "
                       CONTROL-FACTURAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CONTROL-FACTURAS
           END-IF.

       ABRIR-CONVENIOS.
           OPEN INPUT CONVENIOS.
           IF CONVENIOS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE CONVENIOS, SE USARA LA "
                   "TARIFA PUBLICA"
           ELSE
               IF CONVENIOS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR CONVENIOS FS: " CONVENIOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT CONDUCTORES
               IF CONDUCTORES-STATUS IS EQUAL TO 35
                   DISPLAY "AVISO: SIN ARCHIVO DE CONDUCTORES, "
                       "SE USARA LA TARIFA PUBLICA"
                   CLOSE CONVENIOS
               ELSE
                   IF CONDUCTORES-STATUS IS NOT EQUAL TO 00
                       DISPLAY "ERROR ABRIR CONDUCTORES FS: "
                           CONDUCTORES-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'SI' TO FLAG-HAY-CONVENIOS
               END-IF
           END-IF.

       ARCHIVAR-CANCELACIONES.
           OPEN EXTEND HISTORICO-CANC.
           IF HISTORICO-CANC-STATUS IS EQUAL TO 35
               OPEN OUTPUT HISTORICO-CANC
           END-IF.
           IF HISTORICO-CANC-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR HISTORICO-CANC FS: "
                   HISTORICO-CANC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO CANC-I.
           PERFORM GRABAR-HISTORICO-CANC UNTIL
               CANC-I IS GREATER THAN CANC-CANT.
           CLOSE HISTORICO-CANC.
           IF CNT-ERRORES IS EQUAL TO 0
               CALL "CBL_DELETE_FILE" USING
                   NOMBRE-ARCHIVO-CANCELACIONES
           ELSE
               DISPLAY "AVISO: HUBO ERRORES, SE CONSERVA "
                   NOMBRE-ARCHIVO-CANCELACIONES " PARA REPROCESO"
           END-IF.

       GRABAR-HISTORICO-CANC.
           MOVE CANCT-REGISTRO(CANC-I) TO HCA-CANCELACION.
           MOVE CANCT-RESULTADO(CANC-I) TO HCA-RESULTADO.
           MOVE CANCT-MOTIVO(CANC-I) TO HCA-MOTIVO.
           MOVE CANCT-CARGO(CANC-I) TO HCA-CARGO.
           MOVE FECHA-DE-HOY-NUM TO HCA-FECHA-PROCESO.
           WRITE REG-HISTORICO-CANC.
           IF HISTORICO-CANC-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR HISTORICO-CANC FS: "
                   HISTORICO-CANC-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.
           ADD 1 TO CANC-I.

       CARGAR-TARIFAS.
           OPEN INPUT TARIFAS.
           IF TARIFAS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE TARIFAS, SE USARA EL "
                   "IMPORTE DE CADA AUTO"
           ELSE
               IF TARIFAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR TARIFAS FS: " TARIFAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-TARIFAS
               PERFORM GUARDAR-TARIFA-EN-VECTARIFAS UNTIL
                   TARIFAS-STATUS IS EQUAL TO 10
               CLOSE TARIFAS
           END-IF.

       LEER-TARIFAS.
           READ TARIFAS RECORD.
           IF TARIFAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER TARIFAS FS: " TARIFAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-TARIFA-EN-VECTARIFAS.
           IF TARIFAS-CANT IS EQUAL TO 500
               DISPLAY "AVISO: TABLA DE TARIFAS LLENA, TAMANO: "
                   TAR-TAMANO " DESDE: " TAR-VIGENCIA-DESDE
           ELSE
               ADD 1 TO TARIFAS-CANT
               MOVE TAR-TAMANO TO VECTAR-TAMANO(TARIFAS-CANT)
               MOVE TAR-VIGENCIA-DESDE TO
                   VECTAR-VIGENCIA-DESDE(TARIFAS-CANT)
               MOVE TAR-VIGENCIA-HASTA TO
                   VECTAR-VIGENCIA-HASTA(TARIFAS-CANT)
               MOVE TAR-IMPORTE TO VECTAR-IMPORTE(TARIFAS-CANT)
           END-IF.
           PERFORM LEER-TARIFAS.

       BUSCAR-TARIFA.
           MOVE 'NO' TO FLAG-TARIFA-HALLADA.
           MOVE 1 TO TARIFA-I.
           PERFORM REVISAR-TARIFA UNTIL
               TARIFA-I IS GREATER THAN TARIFAS-CANT OR
               FLAG-TARIFA-HALLADA IS EQUAL TO 'SI'.

       REVISAR-TARIFA.
           IF VECTAR-TAMANO(TARIFA-I) IS EQUAL TO
               TARIFA-TAMANO-BUSCADO AND
               TARIFA-FECHA-BUSCADA IS NOT LESS THAN
                   VECTAR-VIGENCIA-DESDE(TARIFA-I) AND
               TARIFA-FECHA-BUSCADA IS NOT GREATER THAN
                   VECTAR-VIGENCIA-HASTA(TARIFA-I)
               MOVE 'SI' TO FLAG-TARIFA-HALLADA
               MOVE VECTAR-IMPORTE(TARIFA-I) TO TARIFA-DIARIA
           END-IF.
           ADD 1 TO TARIFA-I.

       CARGAR-AGENCIAS.
           PERFORM LIMPIAR-ENTRADA-AGENCIA VARYING AGE-I FROM 1 BY 1
               UNTIL AGE-I IS GREATER THAN 99.
           OPEN INPUT AGENCIAS.
           IF AGENCIAS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE AGENCIAS, SE USARAN "
                   "NOMBRES GENERICOS"
           ELSE
               IF AGENCIAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR AGENCIAS FS: " AGENCIAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'SI' TO FLAG-HAY-AGENCIAS
               PERFORM LEER-AGENCIAS
               PERFORM GUARDAR-AGENCIA UNTIL
                   AGENCIAS-STATUS IS EQUAL TO 10
               CLOSE AGENCIAS
           END-IF.

       LIMPIAR-ENTRADA-AGENCIA.
           MOVE 'NO' TO VECAG-CARGADA(AGE-I).
           MOVE SPACES TO VECAG-NOMBRE(AGE-I).

       LEER-AGENCIAS.
           READ AGENCIAS RECORD.
           IF AGENCIAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AGENCIAS FS: " AGENCIAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-AGENCIA.
           IF AGE-CODIGO IS GREATER THAN 0
               MOVE 'SI' TO VECAG-CARGADA(AGE-CODIGO)
               MOVE AGE-NOMBRE TO VECAG-NOMBRE(AGE-CODIGO)
           END-IF.
           PERFORM LEER-AGENCIAS.

       LIMPIAR-TOTALES-AGENCIA.
           MOVE 0 TO TOT-AG-APLICADAS(AGE-REPORTE).
           MOVE 0 TO TOT-AG-RECHAZADAS(AGE-REPORTE).
           MOVE 0 TO TOT-AG-CARGOS(AGE-REPORTE).

       CONVERTIR-FECHA-A-DIAS.
           MOVE FECHA-A-CONVERTIR(5:4) TO FECHA-CONV-AAAA.
           MOVE FECHA-A-CONVERTIR(3:2) TO FECHA-CONV-MM.
           MOVE FECHA-A-CONVERTIR(1:2) TO FECHA-CONV-DD.
           COMPUTE DIAS-CONVERTIDOS = FUNCTION
               INTEGER-OF-DATE(FECHA-CONVERSION-NUM).

       PROCESAR-CANCELACION.
           MOVE 'SI' TO FLAG-MOV-VALIDO.
           MOVE CANCT-PATENTE(CANC-I) TO ALQ-PATENTE.
           MOVE CANCT-FECHA-DESDE(CANC-I) TO ALQ-FECHA-DESDE.
           PERFORM VALIDAR-AGENCIA-CANC.
           IF FLAG-MOV-VALIDO IS EQUAL TO 'SI'
               IF NOT (CANCT-TIPO(CANC-I) IS EQUAL TO "B" OR
                   CANCT-TIPO(CANC-I) IS EQUAL TO "M")
                   MOVE "Tipo de movimiento invalido" TO
                       CANCT-MOTIVO(CANC-I)
                   MOVE 'NO' TO FLAG-MOV-VALIDO
               ELSE
                   READ ALQUILERES RECORD KEY IS CLAVE-ALQ
                   IF ALQUILERES-STATUS IS NOT EQUAL TO 00
                       MOVE "Alquiler inexistente" TO
                           CANCT-MOTIVO(CANC-I)
                       MOVE 'NO' TO FLAG-MOV-VALIDO
                   ELSE
                       PERFORM VALIDAR-ALQUILER
                   END-IF
               END-IF
           END-IF.
           IF FLAG-MOV-VALIDO IS EQUAL TO 'SI' AND
               CANCT-TIPO(CANC-I) IS EQUAL TO "M"
               PERFORM VALIDAR-NUEVAS-FECHAS
           END-IF.
           IF FLAG-MOV-VALIDO IS EQUAL TO 'SI'
               IF CANCT-TIPO(CANC-I) IS EQUAL TO "B"
                   PERFORM APLICAR-BAJA
               ELSE
                   PERFORM APLICAR-CAMBIO
               END-IF
           END-IF.
           IF FLAG-MOV-VALIDO IS EQUAL TO 'SI'
               MOVE "A" TO CANCT-RESULTADO(CANC-I)
               ADD 1 TO TOT-AG-APLICADAS(CANCT-AGENCIA(CANC-I) + 1)
               ADD CANCT-CARGO(CANC-I) TO
                   TOT-AG-CARGOS(CANCT-AGENCIA(CANC-I) + 1)
               IF CANCT-CARGO(CANC-I) IS GREATER THAN 0
                   PERFORM GRABAR-CARGO
               END-IF
               IF CANCT-CREDITO(CANC-I) IS GREATER THAN 0
                   PERFORM GRABAR-CREDITO
               END-IF
           ELSE
               MOVE "R" TO CANCT-RESULTADO(CANC-I)
               ADD 1 TO CNT-RECHAZADAS
               ADD 1 TO TOT-AG-RECHAZADAS(CANCT-AGENCIA(CANC-I) + 1)
           END-IF.
           ADD 1 TO CANC-I.

       VALIDAR-AGENCIA-CANC.
           EVALUATE TRUE
               WHEN CANCT-AGENCIA-VALIDA(CANC-I) IS EQUAL TO 'NO'
                   MOVE "Codigo de agencia invalido" TO
                       CANCT-MOTIVO(CANC-I)
                   MOVE 'NO' TO FLAG-MOV-VALIDO
               WHEN CANCT-AGENCIA(CANC-I) IS EQUAL TO 0
                   CONTINUE
               WHEN FLAG-HAY-AGENCIAS IS EQUAL TO 'SI' AND
                   VECAG-CARGADA(CANCT-AGENCIA(CANC-I)) IS EQUAL TO 'NO'
                   MOVE "Agencia inexistente" TO CANCT-MOTIVO(CANC-I)
                   MOVE 'NO' TO FLAG-MOV-VALIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDAR-ALQUILER.
           MOVE ALQ-FECHA-HASTA TO CANCT-FECHA-HASTA(CANC-I).
           MOVE ALQ-IMPORTE TO CANCT-IMPORTE-ANTERIOR(CANC-I).
           MOVE ALQ-FECHA-DESDE TO FECHA-A-CONVERTIR.
           PERFORM CONVERTIR-FECHA-A-DIAS.
           MOVE DIAS-CONVERTIDOS TO DESDE-DIAS.
           MOVE ALQ-FECHA-HASTA TO FECHA-A-CONVERTIR.
           PERFORM CONVERTIR-FECHA-A-DIAS.
           MOVE DIAS-CONVERTIDOS TO HASTA-DIAS.
           EVALUATE TRUE
               WHEN ALQUILER-CERRADO
                   MOVE "Alquiler cerrado" TO CANCT-MOTIVO(CANC-I)
                   MOVE 'NO' TO FLAG-MOV-VALIDO
               WHEN DESDE-DIAS IS NOT GREATER THAN HOY-DIAS
                   MOVE "Alquiler ya iniciado" TO CANCT-MOTIVO(CANC-I)
                   MOVE 'NO' TO FLAG-MOV-VALIDO
               WHEN OTHER
                   COMPUTE DIAS-ANTICIPACION = DESDE-DIAS - HOY-DIAS
                   MOVE DIAS-ANTICIPACION TO
                       CANCT-ANTICIPACION(CANC-I)
           END-EVALUATE.

       VALIDAR-NUEVAS-FECHAS.
           MOVE 0 TO NUEVA-DESDE-DIAS.
           MOVE 0 TO NUEVA-HASTA-DIAS.
           IF CANCT-NUEVA-DESDE(CANC-I) IS NUMERIC AND
               CANCT-NUEVA-HASTA(CANC-I) IS NUMERIC
               MOVE CANCT-NUEVA-DESDE(CANC-I) TO FECHA-A-CONVERTIR
               PERFORM CONVERTIR-FECHA-A-DIAS
               MOVE DIAS-CONVERTIDOS TO NUEVA-DESDE-DIAS
               MOVE CANCT-NUEVA-HASTA(CANC-I) TO FECHA-A-CONVERTIR
               PERFORM CONVERTIR-FECHA-A-DIAS
               MOVE DIAS-CONVERTIDOS TO NUEVA-HASTA-DIAS
           END-IF.
           EVALUATE TRUE
               WHEN NUEVA-DESDE-DIAS IS EQUAL TO 0 OR
                   NUEVA-HASTA-DIAS IS EQUAL TO 0
                   MOVE "Fechas nuevas invalidas" TO
                       CANCT-MOTIVO(CANC-I)
                   MOVE 'NO' TO FLAG-MOV-VALIDO
               WHEN NUEVA-HASTA-DIAS IS LESS THAN NUEVA-DESDE-DIAS
                   MOVE "Fecha hasta antes de desde" TO
                       CANCT-MOTIVO(CANC-I)
                   MOVE 'NO' TO FLAG-MOV-VALIDO
               WHEN NUEVA-DESDE-DIAS IS LESS THAN DESDE-DIAS OR
                   NUEVA-HASTA-DIAS IS GREATER THAN HASTA-DIAS
                   MOVE "Solo se admite acortar periodo" TO
                       CANCT-MOTIVO(CANC-I)
                   MOVE 'NO' TO FLAG-MOV-VALIDO
               WHEN NUEVA-DESDE-DIAS IS EQUAL TO DESDE-DIAS AND
                   NUEVA-HASTA-DIAS IS EQUAL TO HASTA-DIAS
                   MOVE "Periodo sin cambios" TO CANCT-MOTIVO(CANC-I)
                   MOVE 'NO' TO FLAG-MOV-VALIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APLICAR-BAJA.
           COMPUTE IMPORTE-LIBERADO = ALQ-IMPORTE - ALQ-CARGO-TRASLADO.
           PERFORM CALCULAR-CARGO.
           DELETE ALQUILERES RECORD.
           IF ALQUILERES-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-BAJAS
               MOVE 0 TO CANCT-IMPORTE-NUEVO(CANC-I)
               MOVE IMPORTE-CARGO TO CANCT-CARGO(CANC-I)
               MOVE "Baja aplicada" TO CANCT-MOTIVO(CANC-I)
               MOVE 0 TO PERIODO-NUEVO
               MOVE CANCT-IMPORTE-ANTERIOR(CANC-I) TO IMPORTE-CREDITO
               PERFORM REVISAR-PERIODO-FACTURADO
           ELSE
               DISPLAY "ERROR BORRAR ALQUILERES FS: "
                   ALQUILERES-STATUS " CLAVE: " CLAVE-ALQ
               ADD 1 TO CNT-ERRORES
               MOVE "Error al borrar alquiler" TO CANCT-MOTIVO(CANC-I)
               MOVE 'NO' TO FLAG-MOV-VALIDO
           END-IF.

       APLICAR-CAMBIO.
           PERFORM RECALCULAR-IMPORTE.
           IF FLAG-MOV-VALIDO IS EQUAL TO 'SI'
               IF IMPORTE-CALCULADO IS LESS THAN ALQ-IMPORTE
                   COMPUTE IMPORTE-LIBERADO = ALQ-IMPORTE -
                       IMPORTE-CALCULADO
               ELSE
                   MOVE 0 TO IMPORTE-LIBERADO
               END-IF
               PERFORM CALCULAR-CARGO
               IF CANCT-NUEVA-DESDE(CANC-I) IS EQUAL TO
                   CANCT-FECHA-DESDE(CANC-I)
                   PERFORM REGRABAR-ALQUILER
               ELSE
                   PERFORM REUBICAR-ALQUILER
               END-IF
           END-IF.
           IF FLAG-MOV-VALIDO IS EQUAL TO 'SI'
               ADD 1 TO CNT-CAMBIOS
               MOVE IMPORTE-CALCULADO TO CANCT-IMPORTE-NUEVO(CANC-I)
               MOVE IMPORTE-CARGO TO CANCT-CARGO(CANC-I)
               MOVE "Cambio aplicado" TO CANCT-MOTIVO(CANC-I)
               MOVE CANCT-NUEVA-DESDE(CANC-I)(5:4) TO
                   PERIODO-NUEVO(1:4)
               MOVE CANCT-NUEVA-DESDE(CANC-I)(3:2) TO
                   PERIODO-NUEVO(5:2)
               MOVE IMPORTE-LIBERADO TO IMPORTE-CREDITO
               PERFORM REVISAR-PERIODO-FACTURADO
           END-IF.

       RECALCULAR-IMPORTE.
           MOVE ALQ-PATENTE TO AUT-PATENTE.
           READ AUTOS RECORD KEY IS AUT-PATENTE.
           IF AUTOS-STATUS IS NOT EQUAL TO 00
               MOVE "Patente inexistente en flota" TO
                   CANCT-MOTIVO(CANC-I)
               MOVE 'NO' TO FLAG-MOV-VALIDO
           ELSE
               COMPUTE DIAS-ALQUILER = NUEVA-HASTA-DIAS -
                   NUEVA-DESDE-DIAS + 1
               MOVE AUT-TAMANO TO TARIFA-TAMANO-BUSCADO
               MOVE CANCT-NUEVA-DESDE(CANC-I)(5:4) TO
                   TARIFA-FECHA-BUSCADA(1:4)
               MOVE CANCT-NUEVA-DESDE(CANC-I)(3:2) TO
                   TARIFA-FECHA-BUSCADA(5:2)
               MOVE CANCT-NUEVA-DESDE(CANC-I)(1:2) TO
                   TARIFA-FECHA-BUSCADA(7:2)
               PERFORM BUSCAR-TARIFA
               IF FLAG-TARIFA-HALLADA IS EQUAL TO 'NO'
                   MOVE AUT-IMPORTE TO TARIFA-DIARIA
               END-IF
               IF FLAG-HAY-CONVENIOS IS EQUAL TO 'SI'
                   PERFORM APLICAR-CONVENIO
               END-IF
               COMPUTE IMPORTE-CALCULADO = DIAS-ALQUILER *
                   TARIFA-DIARIA
               ADD ALQ-CARGO-TRASLADO TO IMPORTE-CALCULADO
           END-IF.

       APLICAR-CONVENIO.
           MOVE ALQ-TIPODOC TO CCD-TIPODOC.
           MOVE ALQ-NRODOC TO CCD-NRODOC.
           READ CONDUCTORES RECORD KEY IS CLAVE-CCD.
           IF CONDUCTORES-STATUS IS EQUAL TO 00
               MOVE CCD-CONV-TIPODOC TO CONV-TIPODOC
               MOVE CCD-CONV-NRODOC TO CONV-NRODOC
               READ CONVENIOS RECORD KEY IS CLAVE-CONV
               IF CONVENIOS-STATUS IS EQUAL TO 00 AND
                   TARIFA-FECHA-BUSCADA IS NOT LESS THAN
                       CONV-VIGENCIA-DESDE AND
                   TARIFA-FECHA-BUSCADA IS NOT GREATER THAN
                       CONV-VIGENCIA-HASTA
                   PERFORM BUSCAR-CONDICION-CONVENIO
               END-IF
           END-IF.

       BUSCAR-CONDICION-CONVENIO.
           MOVE 0 TO CONV-ELEGIDA.
           PERFORM REVISAR-CONDICION-CONVENIO VARYING CONV-I FROM 1
               BY 1 UNTIL CONV-I IS GREATER THAN 5.
           IF CONV-ELEGIDA IS NOT EQUAL TO 0
               IF CONV-COND-TIPO(CONV-ELEGIDA) IS EQUAL TO "F"
                   MOVE CONV-COND-TARIFA(CONV-ELEGIDA) TO TARIFA-DIARIA
               ELSE
                   COMPUTE TARIFA-DIARIA ROUNDED = TARIFA-DIARIA *
                       (100 - CONV-COND-PORCENTAJE(CONV-ELEGIDA)) / 100
               END-IF
           END-IF.

       REVISAR-CONDICION-CONVENIO.
           IF CONV-COND-TAMANO(CONV-I) IS EQUAL TO
               TARIFA-TAMANO-BUSCADO
               MOVE CONV-I TO CONV-ELEGIDA
           ELSE
               IF CONV-COND-TAMANO(CONV-I) IS EQUAL TO "*" AND
                   CONV-ELEGIDA IS EQUAL TO 0
                   MOVE CONV-I TO CONV-ELEGIDA
               END-IF
           END-IF.

       REVISAR-PERIODO-FACTURADO.
           MOVE CANCT-FECHA-DESDE(CANC-I)(5:4) TO PERIODO-ALQUILER(1:4).
           MOVE CANCT-FECHA-DESDE(CANC-I)(3:2) TO PERIODO-ALQUILER(5:2).
           IF PERIODO-ALQUILER IS NOT GREATER THAN
               ULTIMO-PERIODO-FACTURADO
               IF PERIODO-NUEVO IS GREATER THAN
                   ULTIMO-PERIODO-FACTURADO
                   MOVE CANCT-IMPORTE-ANTERIOR(CANC-I) TO
                       IMPORTE-CREDITO
               END-IF
               MOVE IMPORTE-CREDITO TO CANCT-CREDITO(CANC-I)
           END-IF.

       CALCULAR-CARGO.
           EVALUATE TRUE
               WHEN DIAS-ANTICIPACION IS GREATER THAN 29
                   MOVE 0 TO PORCENTAJE-CARGO
               WHEN DIAS-ANTICIPACION IS GREATER THAN 14
                   MOVE 10 TO PORCENTAJE-CARGO
               WHEN DIAS-ANTICIPACION IS GREATER THAN 6
                   MOVE 25 TO PORCENTAJE-CARGO
               WHEN DIAS-ANTICIPACION IS GREATER THAN 1
                   MOVE 50 TO PORCENTAJE-CARGO
               WHEN OTHER
                   MOVE 75 TO PORCENTAJE-CARGO
           END-EVALUATE.
           COMPUTE IMPORTE-CARGO ROUNDED = IMPORTE-LIBERADO *
               PORCENTAJE-CARGO / 100.

       REGRABAR-ALQUILER.
           MOVE CANCT-NUEVA-HASTA(CANC-I) TO ALQ-FECHA-HASTA.
           MOVE IMPORTE-CALCULADO TO ALQ-IMPORTE.
           REWRITE REG-ALQUILERES.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR ALQUILERES FS: "
                   ALQUILERES-STATUS " CLAVE: " CLAVE-ALQ
               ADD 1 TO CNT-ERRORES
               MOVE "Error al grabar alquiler" TO CANCT-MOTIVO(CANC-I)
               MOVE 'NO' TO FLAG-MOV-VALIDO
           END-IF.

       REUBICAR-ALQUILER.
           MOVE CLAVE-ALQ TO CLAVE-ANTERIOR.
           MOVE CANCT-NUEVA-DESDE(CANC-I) TO ALQ-FECHA-DESDE.
           MOVE CANCT-NUEVA-HASTA(CANC-I) TO ALQ-FECHA-HASTA.
           MOVE IMPORTE-CALCULADO TO ALQ-IMPORTE.
           WRITE REG-ALQUILERES.
           EVALUATE ALQUILERES-STATUS
               WHEN "00"
                   MOVE CLAVE-ANTERIOR TO CLAVE-ALQ
                   DELETE ALQUILERES RECORD
                   IF ALQUILERES-STATUS IS NOT EQUAL TO 00
                       DISPLAY "ERROR BORRAR ALQUILERES FS: "
                           ALQUILERES-STATUS " CLAVE: " CLAVE-ALQ
                       ADD 1 TO CNT-ERRORES
                   END-IF
               WHEN "22"
                   MOVE "Nueva fecha desde ya ocupada" TO
                       CANCT-MOTIVO(CANC-I)
                   MOVE 'NO' TO FLAG-MOV-VALIDO
               WHEN OTHER
                   DISPLAY "ERROR GRABAR ALQUILERES FS: "
                       ALQUILERES-STATUS " CLAVE: " CLAVE-ALQ
                   ADD 1 TO CNT-ERRORES
                   MOVE "Error al grabar alquiler" TO
                       CANCT-MOTIVO(CANC-I)
                   MOVE 'NO' TO FLAG-MOV-VALIDO
           END-EVALUATE.

       GRABAR-CARGO.
           MOVE "C" TO CAR-ORIGEN.
           MOVE FECHA-DE-HOY-NUM TO CAR-FECHA.
           MOVE ALQ-TIPODOC TO CAR-TIPODOC.
           MOVE ALQ-NRODOC TO CAR-NRODOC.
           MOVE CANCT-PATENTE(CANC-I) TO CAR-PATENTE.
           MOVE CANCT-FECHA-DESDE(CANC-I) TO CAR-FECHA-ALQUILER.
           MOVE CANCT-CARGO(CANC-I) TO CAR-IMPORTE.
           MOVE CANCT-AGENCIA(CANC-I) TO CAR-AGENCIA.
           WRITE REG-CARGOS.
           IF CARGOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR CARGOS FS: " CARGOS-STATUS
               ADD 1 TO CNT-ERRORES
           ELSE
               ADD 1 TO CNT-CARGOS
               ADD CANCT-CARGO(CANC-I) TO TOTAL-CARGOS
           END-IF.

       GRABAR-CREDITO.
           MOVE "A" TO CAR-ORIGEN.
           MOVE FECHA-DE-HOY-NUM TO CAR-FECHA.
           MOVE ALQ-TIPODOC TO CAR-TIPODOC.
           MOVE ALQ-NRODOC TO CAR-NRODOC.
           MOVE CANCT-PATENTE(CANC-I) TO CAR-PATENTE.
           MOVE CANCT-FECHA-DESDE(CANC-I) TO CAR-FECHA-ALQUILER.
           MOVE CANCT-CREDITO(CANC-I) TO CAR-IMPORTE.
           MOVE CANCT-AGENCIA(CANC-I) TO CAR-AGENCIA.
           WRITE REG-CARGOS.
           IF CARGOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR CARGOS FS: " CARGOS-STATUS
               ADD 1 TO CNT-ERRORES
           ELSE
               ADD 1 TO CNT-CREDITOS
               ADD CANCT-CREDITO(CANC-I) TO TOTAL-CREDITOS
           END-IF.

       IMPRIMIR-INFORME.
           MOVE FECHA-DD TO CA-E1-DD.
           MOVE FECHA-MM TO CA-E1-MM.
           MOVE FECHA-AAAA TO CA-E1-AAAA.
           MOVE CA-ENCABEZADO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE CA-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE 0 TO AGE-REPORTE.
           PERFORM IMPRIMIR-MOVIMIENTOS-AGENCIA UNTIL
               AGE-REPORTE IS GREATER THAN 99.

       IMPRIMIR-MOVIMIENTOS-AGENCIA.
           MOVE 'NO' TO FLAG-AGENCIA-IMPRESA.
           MOVE 1 TO CANC-I.
           PERFORM IMPRIMIR-MOV-SI-CORRESPONDE UNTIL
               CANC-I IS GREATER THAN CANC-CANT.
           IF FLAG-AGENCIA-IMPRESA IS EQUAL TO 'SI'
               PERFORM IMPRIMIR-TOTAL-AGENCIA
           END-IF.
           ADD 1 TO AGE-REPORTE.

       IMPRIMIR-MOV-SI-CORRESPONDE.
           IF CANCT-AGENCIA(CANC-I) IS EQUAL TO AGE-REPORTE
               IF FLAG-AGENCIA-IMPRESA IS EQUAL TO 'NO'
                   PERFORM IMPRIMIR-ENCABEZADO-AGENCIA
                   MOVE 'SI' TO FLAG-AGENCIA-IMPRESA
               END-IF
               PERFORM IMPRIMIR-LINEA-MOVIMIENTO
           END-IF.
           ADD 1 TO CANC-I.

       IMPRIMIR-ENCABEZADO-AGENCIA.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE AGE-REPORTE TO CA-AG-CODIGO.
           EVALUATE TRUE
               WHEN AGE-REPORTE IS EQUAL TO 0
                   MOVE "Alquileres" TO CA-AG-NOMBRE
               WHEN VECAG-CARGADA(AGE-REPORTE) IS EQUAL TO 'SI'
                   MOVE VECAG-NOMBRE(AGE-REPORTE) TO CA-AG-NOMBRE
               WHEN OTHER
                   MOVE "Agencia " TO CA-AG-NOMBRE
                   MOVE AGE-REPORTE TO CA-AG-NOMBRE(9:2)
           END-EVALUATE.
           MOVE CA-LINEA-AGENCIA TO REG-INFORME.
           WRITE REG-INFORME.

       IMPRIMIR-LINEA-MOVIMIENTO.
           IF CANCT-TIPO(CANC-I) IS EQUAL TO "B"
               MOVE "Baja" TO CA-TIPO
           ELSE
               MOVE "Cambio" TO CA-TIPO
           END-IF.
           MOVE CANCT-PATENTE(CANC-I) TO CA-PATENTE.
           MOVE CANCT-FECHA-DESDE(CANC-I)(1:2) TO CA-DESDE-DD.
           MOVE CANCT-FECHA-DESDE(CANC-I)(3:2) TO CA-DESDE-MM.
           MOVE CANCT-FECHA-DESDE(CANC-I)(5:4) TO CA-DESDE-AAAA.
           MOVE CANCT-FECHA-HASTA(CANC-I)(1:2) TO CA-HASTA-DD.
           MOVE CANCT-FECHA-HASTA(CANC-I)(3:2) TO CA-HASTA-MM.
           MOVE CANCT-FECHA-HASTA(CANC-I)(5:4) TO CA-HASTA-AAAA.
           MOVE CANCT-MOTIVO(CANC-I) TO CA-RESULTADO.
           MOVE CA-LINEA-MOV TO REG-INFORME.
           WRITE REG-INFORME.
           IF CANCT-APLICADA(CANC-I)
               IF CANCT-TIPO(CANC-I) IS EQUAL TO "M"
                   PERFORM IMPRIMIR-NUEVO-PERIODO
               END-IF
               PERFORM IMPRIMIR-IMPORTES
           END-IF.

       IMPRIMIR-NUEVO-PERIODO.
           MOVE CANCT-NUEVA-DESDE(CANC-I)(1:2) TO CA-NP-DESDE-DD.
           MOVE CANCT-NUEVA-DESDE(CANC-I)(3:2) TO CA-NP-DESDE-MM.
           MOVE CANCT-NUEVA-DESDE(CANC-I)(5:4) TO CA-NP-DESDE-AAAA.
           MOVE CANCT-NUEVA-HASTA(CANC-I)(1:2) TO CA-NP-HASTA-DD.
           MOVE CANCT-NUEVA-HASTA(CANC-I)(3:2) TO CA-NP-HASTA-MM.
           MOVE CANCT-NUEVA-HASTA(CANC-I)(5:4) TO CA-NP-HASTA-AAAA.
           MOVE CA-LINEA-PERIODO TO REG-INFORME.
           WRITE REG-INFORME.

       IMPRIMIR-IMPORTES.
           MOVE CANCT-IMPORTE-ANTERIOR(CANC-I)(1:6) TO
               CA-IMP-ANT-ENTEROS.
           MOVE CANCT-IMPORTE-ANTERIOR(CANC-I)(7:2) TO
               CA-IMP-ANT-DECIMALES.
           MOVE CANCT-IMPORTE-NUEVO(CANC-I)(1:6) TO CA-IMP-NUE-ENTEROS.
           MOVE CANCT-IMPORTE-NUEVO(CANC-I)(7:2) TO
               CA-IMP-NUE-DECIMALES.
           MOVE CANCT-ANTICIPACION(CANC-I) TO CA-ANTICIPACION.
           MOVE CANCT-CARGO(CANC-I)(1:6) TO CA-CARGO-ENTEROS.
           MOVE CANCT-CARGO(CANC-I)(7:2) TO CA-CARGO-DECIMALES.
           MOVE CA-LINEA-IMPORTES TO REG-INFORME.
           WRITE REG-INFORME.
           IF CANCT-CREDITO(CANC-I) IS GREATER THAN 0
               MOVE CANCT-CREDITO(CANC-I)(1:6) TO CA-CREDITO-ENTEROS
               MOVE CANCT-CREDITO(CANC-I)(7:2) TO CA-CREDITO-DECIMALES
               MOVE CA-LINEA-CREDITO TO REG-INFORME
               WRITE REG-INFORME
           END-IF.

       IMPRIMIR-TOTAL-AGENCIA.
           MOVE TOT-AG-APLICADAS(AGE-REPORTE + 1) TO CA-TOT-APLICADAS.
           MOVE TOT-AG-RECHAZADAS(AGE-REPORTE + 1) TO
               CA-TOT-RECHAZADAS.
           MOVE TOT-AG-CARGOS(AGE-REPORTE + 1)(1:7) TO
               CA-TOT-CARGOS-ENTEROS.
           MOVE TOT-AG-CARGOS(AGE-REPORTE + 1)(8:2) TO
               CA-TOT-CARGOS-DECIMALES.
           MOVE CA-LINEA-TOTAL-AGENCIA TO REG-INFORME.
           WRITE REG-INFORME.
