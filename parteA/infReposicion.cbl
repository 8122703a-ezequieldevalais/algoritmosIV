       IDENTIFICATION DIVISION.
       program-id. "INF_REPOSICION".

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

           SELECT LISTA-ESPERA ASSIGN TO
           "input/listaEspera.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LISTA-ESPERA-STATUS.

           SELECT SUCURSALES ASSIGN TO
           "input/sucursales.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUC-CODIGO
           FILE STATUS IS SUCURSALES-STATUS.

           SELECT INFORME ASSIGN TO
           "output/reposicion.txt"
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
                   88  ALQUILER-CERRADO   VALUE "C".
               03  ALQ-FECHA-DEVOL    PIC 9(8).
               03  ALQ-SUC-RETIRO     PIC 99.
               03  ALQ-SUC-DEVOL      PIC 99.
               03  ALQ-SUC-DEVOL-REAL PIC 99.
               03  ALQ-CARGO-TRASLADO PIC 9(4)V99.

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

        FD    SUCURSALES
            LABEL RECORD STANDARD.
        01    REG-SUCURSALES.
               03  SUC-CODIGO    PIC 99.
               03  SUC-NOMBRE    PIC X(20).
               03  SUC-DIRECCION PIC X(30).
               03  SUC-TELEFONO  PIC X(15).
               03  SUC-ACTIVA    PIC X.

        FD    INFORME
            LABEL RECORD OMITTED.
        01    REG-INFORME PIC X(80).

       WORKING-STORAGE SECTION.

       01 VECAUTOSM.
           03 AUTOS-CARGADOS PIC 9(4) VALUE 0.
           03 VECAUTOS OCCURS 1000 TIMES.
               05  VECAUT-PATENTE   PIC X(6).
               05  VECAUT-TAMANO    PIC X.
               05  VECAUT-ESTADO    PIC X.
                   88  VECAUT-DISPONIBLE    VALUE "D".
               05  VECAUT-SUCURSAL  PIC 99.
               05  VECAUT-ALQ-DESDE PIC 9(5).
               05  VECAUT-ALQ-CANT  PIC 9(5).

       01 TABLA-ALQUILERES.
           03 ALQUILERES-CANT PIC 9(5) VALUE 0.
           03 ALQT-ENTRADA OCCURS 10000 TIMES.
               05  ALQT-TAMANO        PIC X.
               05  ALQT-DESDE-DIAS    PIC 9(7).
               05  ALQT-HASTA-DIAS    PIC 9(7).
               05  ALQT-SUC-RETIRO    PIC 99.
               05  ALQT-SUC-DEVOL     PIC 99.

       01 TABLA-ESPERA.
           03 ESPERA-CANT PIC 9(4) VALUE 0.
           03 ESPERA-ENTRADA OCCURS 2000 TIMES.
               05  ESPT-TAMANO        PIC X.
               05  ESPT-DESDE-DIAS    PIC 9(7).
               05  ESPT-SUC-RETIRO    PIC 99.

       01 TABLA-TAMANOS.
           03 TAMANOS-CANT PIC 99 VALUE 0.
           03 TAMANO-ENTRADA OCCURS 20 TIMES.
               05  TAM-LETRA PIC X.

       01 TABLA-SUCURSALES.
           03 VECSUC-ENTRADA OCCURS 99 TIMES.
               05  VECSUC-NOMBRE  PIC X(20).

       01 TABLA-SALDOS.
           03 SALDO-ENTRADA OCCURS 99 TIMES.
               05  SLD-STOCK      PIC 9(4).
               05  SLD-RETIROS    PIC 9(4).
               05  SLD-ESPERA     PIC 9(4).
               05  SLD-FALTA      PIC 9(4).
               05  SLD-SOBRA      PIC 9(4).

       77 AUTOS-STATUS PIC X(2).
       77 ALQUILERES-STATUS PIC X(2).
       77 LISTA-ESPERA-STATUS PIC X(2).
       77 SUCURSALES-STATUS PIC X(2).
       77 INFORME-STATUS PIC X(2).
       77 AUTO-I PIC 9(4).
       77 AUTO-ALQ-I PIC 9(4).
       77 ALQ-I PIC 9(5).
       77 ALQ-FIN PIC 9(5).
       77 ESPERA-I PIC 9(4).
       77 TAM-I PIC 99.
       77 TAM-ACTUAL PIC X.
       77 FLAG-TAMANO-CARGADO PIC X(2).
       77 SUC-I PIC 9(3).
       77 SUC-J PIC 9(3).
       77 UBIC-SUC PIC 99.
       77 UBIC-HASTA-ANTERIOR PIC 9(7).
       77 FLAG-AUTO-ALQUILADO PIC X(2).
       77 FLAG-DIA-CON-DESBALANCE PIC X(2).
       77 PATENTE-ANTERIOR PIC X(6).
       77 DIAS-HORIZONTE PIC 99 VALUE 7.
       77 DIA-NRO PIC 99.
       77 DIA-CORRIDO PIC 9(7).
       77 DIA-FECHA PIC 9(8).
       77 HOY-DIAS PIC 9(7).
       77 FECHA-A-CONVERTIR PIC 9(8).
       77 DIAS-CONVERTIDOS PIC 9(7).
       77 SALDO-CALCULADO PIC S9(5).
       77 CANT-A-MOVER PIC 9(4).
       77 RESERVA-MINIMA PIC 9(2) VALUE 1.
       77 CNT-AUTOS-LEIDOS PIC 9(6) VALUE 0.
       77 CNT-AUTOS-DISPONIBLES PIC 9(6) VALUE 0.
       77 CNT-ALQ-LEIDOS PIC 9(6) VALUE 0.
       77 CNT-ALQ-ABIERTOS PIC 9(6) VALUE 0.
       77 CNT-ALQ-SIN-AUTO PIC 9(6) VALUE 0.
       77 CNT-ESPERA-LEIDAS PIC 9(6) VALUE 0.
       77 CNT-FALTANTES PIC 9(6) VALUE 0.
       77 CNT-SOBRANTES PIC 9(6) VALUE 0.
       77 CNT-SUGERENCIAS PIC 9(6) VALUE 0.
       77 CNT-AUTOS-A-MOVER PIC 9(6) VALUE 0.
       77 CNT-AUTOS-SIN-CUBRIR PIC 9(6) VALUE 0.
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

       01 RP-ENCABEZADO.
           03 FILLER PIC X(40) VALUE
           "Reposicion de flota por sucursal, desde ".
           03 RP-E1-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 RP-E1-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 RP-E1-AAAA PIC 9(4).
           03 FILLER PIC X(9) VALUE " - dias: ".
           03 RP-E1-DIAS PIC Z9.
           03 FILLER PIC X(19) VALUE SPACES.

       01 RP-SEPARADOR.
           03 FILLER PIC X(80) VALUE ALL "-".

       01 RP-LINEA-FECHA.
           03 FILLER PIC X(7) VALUE "Fecha: ".
           03 RP-FE-DD PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 RP-FE-MM PIC 9(2).
           03 FILLER PIC X VALUE "/".
           03 RP-FE-AAAA PIC 9(4).
           03 FILLER PIC X(63) VALUE SPACES.

       01 RP-COLUMNAS.
           03 FILLER PIC X(5) VALUE " Suc ".
           03 FILLER PIC X(22) VALUE "Nombre".
           03 FILLER PIC X(5) VALUE "Tam".
           03 FILLER PIC X(7) VALUE "  Stock".
           03 FILLER PIC X(9) VALUE "  Retiros".
           03 FILLER PIC X(8) VALUE "  Espera".
           03 FILLER PIC X(7) VALUE "  Saldo".
           03 FILLER PIC X(12) VALUE "  Situacion".
           03 FILLER PIC X(5) VALUE SPACES.

       01 RP-LINEA-SALDO.
           03 FILLER PIC X(1) VALUE SPACES.
           03 RP-SUCURSAL PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RP-NOMBRE PIC X(20).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RP-TAMANO PIC X.
           03 FILLER PIC X(7) VALUE SPACES.
           03 RP-STOCK PIC ZZZ9.
           03 FILLER PIC X(5) VALUE SPACES.
           03 RP-RETIROS PIC ZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 RP-ESPERA PIC ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RP-SALDO PIC -ZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RP-SITUACION PIC X(10).
           03 FILLER PIC X(5) VALUE SPACES.

       01 RP-LINEA-SUGERENCIA.
           03 FILLER PIC X(9) VALUE "   Mover ".
           03 RP-SG-CANTIDAD PIC ZZZ9.
           03 FILLER PIC X(16) VALUE " auto(s) tamano ".
           03 RP-SG-TAMANO PIC X.
           03 FILLER PIC X(8) VALUE " de suc ".
           03 RP-SG-ORIGEN PIC 99.
           03 FILLER PIC X(7) VALUE " a suc ".
           03 RP-SG-DESTINO PIC 99.
           03 FILLER PIC X(31) VALUE SPACES.

       01 RP-LINEA-SIN-DESBALANCE.
           03 FILLER PIC X(30) VALUE
           " Sin desbalances para la fecha".
           03 FILLER PIC X(50) VALUE SPACES.

       01 RP-LINEA-RESUMEN.
           03 RP-RE-ETIQUETA PIC X(40).
           03 RP-RE-VALOR PIC ZZZZZ9.
           03 FILLER PIC X(34) VALUE SPACES.

       01 LINEA-VACIA.
           03 FILLER PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT PARAMETRO-ENTRADA FROM COMMAND-LINE.
           PERFORM INTERPRETAR-PARAMETRO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-DE-HOY.
           COMPUTE HOY-DIAS = FUNCTION
               INTEGER-OF-DATE(FECHA-DE-HOY-NUM).
           PERFORM INICIALIZAR.
           PERFORM CARGAR-SUCURSALES.
           PERFORM CARGAR-AUTOS.
           PERFORM CARGAR-ALQUILERES.
           PERFORM CARGAR-ESPERA.
           PERFORM IMPRIMIR-ENCABEZADO.
           MOVE 1 TO DIA-NRO.
           PERFORM ANALIZAR-DIA UNTIL
               DIA-NRO IS GREATER THAN DIAS-HORIZONTE.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY "Autos leidos: " CNT-AUTOS-LEIDOS.
           DISPLAY "Alquileres abiertos considerados: "
               CNT-ALQ-ABIERTOS.
           DISPLAY "Entradas de espera leidas: " CNT-ESPERA-LEIDAS.
           DISPLAY "Faltantes detectados: " CNT-FALTANTES.
           DISPLAY "Sobrantes detectados: " CNT-SOBRANTES.
           DISPLAY "Traslados sugeridos: " CNT-SUGERENCIAS.
           DISPLAY "Autos faltantes sin cubrir: " CNT-AUTOS-SIN-CUBRIR.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-FALTANTES IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       INTERPRETAR-PARAMETRO.
           EVALUATE TRUE
               WHEN PARAMETRO-ENTRADA IS EQUAL TO SPACES
                   CONTINUE
               WHEN PARAMETRO-ENTRADA(1:2) IS NUMERIC AND
                   PARAMETRO-ENTRADA(3:8) IS EQUAL TO SPACES
                   MOVE PARAMETRO-ENTRADA(1:2) TO DIAS-HORIZONTE
               WHEN PARAMETRO-ENTRADA(1:1) IS NUMERIC AND
                   PARAMETRO-ENTRADA(2:9) IS EQUAL TO SPACES
                   MOVE PARAMETRO-ENTRADA(1:1) TO DIAS-HORIZONTE
               WHEN OTHER
                   DISPLAY "PARAMETRO INVALIDO, USO: INF_REPOSICION "
                       "[DIAS]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF DIAS-HORIZONTE IS EQUAL TO 0 OR
               DIAS-HORIZONTE IS GREATER THAN 30
               DISPLAY "CANTIDAD DE DIAS INVALIDA, DEBE SER DE 1 A "
                   "30: " DIAS-HORIZONTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       INICIALIZAR.
           OPEN INPUT AUTOS.
           IF AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR AUTOS FS: " AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ALQUILERES.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LISTA-ESPERA.
           IF LISTA-ESPERA-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE LISTA DE ESPERA"
           ELSE
               IF LISTA-ESPERA-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR LISTA-ESPERA FS: "
                       LISTA-ESPERA-STATUS
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

       CERRAR-ARCHIVOS.
           CLOSE AUTOS.
           CLOSE ALQUILERES.
           IF LISTA-ESPERA-STATUS IS NOT EQUAL TO 35
               CLOSE LISTA-ESPERA
           END-IF.
           CLOSE INFORME.

       CARGAR-SUCURSALES.
           PERFORM LIMPIAR-ENTRADA-SUCURSAL VARYING SUC-I FROM 1 BY 1
               UNTIL SUC-I IS GREATER THAN 99.
           OPEN INPUT SUCURSALES.
           IF SUCURSALES-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE SUCURSALES, EL INFORME "
                   "SALDRA SIN NOMBRES"
           ELSE
               IF SUCURSALES-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR SUCURSALES FS: "
                       SUCURSALES-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-SUCURSALES
               PERFORM GUARDAR-SUCURSAL UNTIL
                   SUCURSALES-STATUS IS EQUAL TO 10
               CLOSE SUCURSALES
           END-IF.

       LIMPIAR-ENTRADA-SUCURSAL.
           MOVE SPACES TO VECSUC-NOMBRE(SUC-I).

       LEER-SUCURSALES.
           READ SUCURSALES RECORD.
           IF SUCURSALES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER SUCURSALES FS: " SUCURSALES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-SUCURSAL.
           IF SUC-CODIGO IS NUMERIC AND
               SUC-CODIGO IS GREATER THAN 0
               MOVE SUC-NOMBRE TO VECSUC-NOMBRE(SUC-CODIGO)
           END-IF.
           PERFORM LEER-SUCURSALES.

       CARGAR-AUTOS.
           PERFORM LEER-AUTOS.
           PERFORM GUARDAR-AUTO UNTIL AUTOS-STATUS IS EQUAL TO 10.

       LEER-AUTOS.
           READ AUTOS RECORD.
           IF AUTOS-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-AUTOS-LEIDOS
           END-IF.
           IF AUTOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AUTOS FS: " AUTOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-AUTO.
           IF AUTOS-CARGADOS IS EQUAL TO 1000
               DISPLAY "AVISO: TABLA DE AUTOS LLENA, PATENTE: "
                   AUT-PATENTE
           ELSE
               ADD 1 TO AUTOS-CARGADOS
               MOVE AUT-PATENTE TO VECAUT-PATENTE(AUTOS-CARGADOS)
               MOVE AUT-TAMANO TO VECAUT-TAMANO(AUTOS-CARGADOS)
               MOVE AUT-ESTADO TO VECAUT-ESTADO(AUTOS-CARGADOS)
               IF AUT-SUCURSAL IS NUMERIC
                   MOVE AUT-SUCURSAL TO VECAUT-SUCURSAL(AUTOS-CARGADOS)
               ELSE
                   MOVE 0 TO VECAUT-SUCURSAL(AUTOS-CARGADOS)
               END-IF
               MOVE 0 TO VECAUT-ALQ-DESDE(AUTOS-CARGADOS)
               MOVE 0 TO VECAUT-ALQ-CANT(AUTOS-CARGADOS)
               IF AUTO-DISPONIBLE
                   ADD 1 TO CNT-AUTOS-DISPONIBLES
               END-IF
               PERFORM REGISTRAR-TAMANO
           END-IF.
           PERFORM LEER-AUTOS.

       REGISTRAR-TAMANO.
           MOVE 'NO' TO FLAG-TAMANO-CARGADO.
           MOVE 1 TO TAM-I.
           PERFORM REVISAR-TAMANO-CARGADO UNTIL
               TAM-I IS GREATER THAN TAMANOS-CANT OR
               FLAG-TAMANO-CARGADO IS EQUAL TO 'SI'.
           IF FLAG-TAMANO-CARGADO IS EQUAL TO 'NO'
               IF TAMANOS-CANT IS EQUAL TO 20
                   DISPLAY "AVISO: TABLA DE TAMANOS LLENA, TAMANO "
                       "NO ANALIZADO: " AUT-TAMANO
               ELSE
                   ADD 1 TO TAMANOS-CANT
                   MOVE AUT-TAMANO TO TAM-LETRA(TAMANOS-CANT)
               END-IF
           END-IF.

       REVISAR-TAMANO-CARGADO.
           IF TAM-LETRA(TAM-I) IS EQUAL TO AUT-TAMANO
               MOVE 'SI' TO FLAG-TAMANO-CARGADO
           END-IF.
           ADD 1 TO TAM-I.

       CARGAR-ALQUILERES.
           MOVE SPACES TO PATENTE-ANTERIOR.
           MOVE 0 TO AUTO-ALQ-I.
           PERFORM LEER-ALQUILERES.
           PERFORM GUARDAR-ALQUILER UNTIL
               ALQUILERES-STATUS IS EQUAL TO 10.

       LEER-ALQUILERES.
           READ ALQUILERES RECORD.
           IF ALQUILERES-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-ALQ-LEIDOS
           END-IF.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ALQUILERES FS: " ALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-ALQUILER.
           IF ALQUILER-CERRADO
               CONTINUE
           ELSE
               IF ALQ-PATENTE IS NOT EQUAL TO PATENTE-ANTERIOR
                   MOVE ALQ-PATENTE TO PATENTE-ANTERIOR
                   PERFORM BUSCAR-AUTO-DEL-ALQUILER
               END-IF
               IF AUTO-ALQ-I IS EQUAL TO 0
                   ADD 1 TO CNT-ALQ-SIN-AUTO
               ELSE
                   IF ALQUILERES-CANT IS EQUAL TO 10000
                       DISPLAY "AVISO: TABLA DE ALQUILERES LLENA, "
                           "PATENTE: " ALQ-PATENTE
                   ELSE
                       PERFORM AGREGAR-ALQUILER
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-ALQUILERES.

       BUSCAR-AUTO-DEL-ALQUILER.
           MOVE 0 TO AUTO-ALQ-I.
           MOVE 1 TO AUTO-I.
           PERFORM REVISAR-AUTO-DEL-ALQUILER UNTIL
               AUTO-I IS GREATER THAN AUTOS-CARGADOS OR
               AUTO-ALQ-I IS GREATER THAN 0.

       REVISAR-AUTO-DEL-ALQUILER.
           IF VECAUT-PATENTE(AUTO-I) IS EQUAL TO ALQ-PATENTE
               MOVE AUTO-I TO AUTO-ALQ-I
           END-IF.
           ADD 1 TO AUTO-I.

       AGREGAR-ALQUILER.
           ADD 1 TO ALQUILERES-CANT.
           ADD 1 TO CNT-ALQ-ABIERTOS.
           IF VECAUT-ALQ-CANT(AUTO-ALQ-I) IS EQUAL TO 0
               MOVE ALQUILERES-CANT TO VECAUT-ALQ-DESDE(AUTO-ALQ-I)
           END-IF.
           ADD 1 TO VECAUT-ALQ-CANT(AUTO-ALQ-I).
           MOVE VECAUT-TAMANO(AUTO-ALQ-I) TO
               ALQT-TAMANO(ALQUILERES-CANT).
           MOVE ALQ-FECHA-DESDE TO FECHA-A-CONVERTIR.
           PERFORM CONVERTIR-FECHA-A-DIAS.
           MOVE DIAS-CONVERTIDOS TO ALQT-DESDE-DIAS(ALQUILERES-CANT).
           MOVE ALQ-FECHA-HASTA TO FECHA-A-CONVERTIR.
           PERFORM CONVERTIR-FECHA-A-DIAS.
           MOVE DIAS-CONVERTIDOS TO ALQT-HASTA-DIAS(ALQUILERES-CANT).
           IF ALQ-SUC-RETIRO IS NUMERIC
               MOVE ALQ-SUC-RETIRO TO ALQT-SUC-RETIRO(ALQUILERES-CANT)
           ELSE
               MOVE 0 TO ALQT-SUC-RETIRO(ALQUILERES-CANT)
           END-IF.
           IF ALQ-SUC-DEVOL IS NUMERIC
               MOVE ALQ-SUC-DEVOL TO ALQT-SUC-DEVOL(ALQUILERES-CANT)
           ELSE
               MOVE 0 TO ALQT-SUC-DEVOL(ALQUILERES-CANT)
           END-IF.

       CARGAR-ESPERA.
           IF LISTA-ESPERA-STATUS IS EQUAL TO 35
               CONTINUE
           ELSE
               PERFORM LEER-ESPERA
               PERFORM GUARDAR-ENTRADA-ESPERA UNTIL
                   LISTA-ESPERA-STATUS IS EQUAL TO 10
           END-IF.

       LEER-ESPERA.
           READ LISTA-ESPERA RECORD.
           IF LISTA-ESPERA-STATUS IS EQUAL TO 00
               ADD 1 TO CNT-ESPERA-LEIDAS
           END-IF.
           IF LISTA-ESPERA-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER LISTA-ESPERA FS: "
                   LISTA-ESPERA-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-ENTRADA-ESPERA.
           IF ESP-FECHA-DESDE IS NUMERIC AND
               ESP-SUC-RETIRO IS NUMERIC AND
               ESP-SUC-RETIRO IS GREATER THAN 0
               IF ESPERA-CANT IS EQUAL TO 2000
                   DISPLAY "AVISO: TABLA DE ESPERA LLENA, DOC: "
                       ESP-TIPODOC ESP-NRODOC
               ELSE
                   ADD 1 TO ESPERA-CANT
                   MOVE ESP-TAMANO TO ESPT-TAMANO(ESPERA-CANT)
                   MOVE ESP-FECHA-DESDE TO FECHA-A-CONVERTIR
                   PERFORM CONVERTIR-FECHA-A-DIAS
                   MOVE DIAS-CONVERTIDOS TO
                       ESPT-DESDE-DIAS(ESPERA-CANT)
                   MOVE ESP-SUC-RETIRO TO ESPT-SUC-RETIRO(ESPERA-CANT)
               END-IF
           END-IF.
           PERFORM LEER-ESPERA.

       CONVERTIR-FECHA-A-DIAS.
           MOVE FECHA-A-CONVERTIR(5:4) TO FECHA-CONV-AAAA.
           MOVE FECHA-A-CONVERTIR(3:2) TO FECHA-CONV-MM.
           MOVE FECHA-A-CONVERTIR(1:2) TO FECHA-CONV-DD.
           COMPUTE DIAS-CONVERTIDOS = FUNCTION
               INTEGER-OF-DATE(FECHA-CONVERSION-NUM).

       IMPRIMIR-ENCABEZADO.
           COMPUTE DIA-FECHA = FUNCTION DATE-OF-INTEGER(HOY-DIAS + 1).
           MOVE DIA-FECHA(7:2) TO RP-E1-DD.
           MOVE DIA-FECHA(5:2) TO RP-E1-MM.
           MOVE DIA-FECHA(1:4) TO RP-E1-AAAA.
           MOVE DIAS-HORIZONTE TO RP-E1-DIAS.
           MOVE RP-ENCABEZADO TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE RP-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.

       ANALIZAR-DIA.
           COMPUTE DIA-CORRIDO = HOY-DIAS + DIA-NRO.
           COMPUTE DIA-FECHA = FUNCTION DATE-OF-INTEGER(DIA-CORRIDO).
           MOVE DIA-FECHA(7:2) TO RP-FE-DD.
           MOVE DIA-FECHA(5:2) TO RP-FE-MM.
           MOVE DIA-FECHA(1:4) TO RP-FE-AAAA.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE RP-LINEA-FECHA TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE RP-COLUMNAS TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE 'NO' TO FLAG-DIA-CON-DESBALANCE.
           MOVE 1 TO TAM-I.
           PERFORM ANALIZAR-TAMANO UNTIL
               TAM-I IS GREATER THAN TAMANOS-CANT.
           IF FLAG-DIA-CON-DESBALANCE IS EQUAL TO 'NO'
               MOVE RP-LINEA-SIN-DESBALANCE TO REG-INFORME
               WRITE REG-INFORME
           END-IF.
           ADD 1 TO DIA-NRO.

       ANALIZAR-TAMANO.
           MOVE TAM-LETRA(TAM-I) TO TAM-ACTUAL.
           PERFORM LIMPIAR-SALDO VARYING SUC-I FROM 1 BY 1
               UNTIL SUC-I IS GREATER THAN 99.
           MOVE 1 TO AUTO-I.
           PERFORM CONTAR-STOCK-AUTO UNTIL
               AUTO-I IS GREATER THAN AUTOS-CARGADOS.
           MOVE 1 TO ALQ-I.
           PERFORM CONTAR-RETIRO UNTIL
               ALQ-I IS GREATER THAN ALQUILERES-CANT.
           MOVE 1 TO ESPERA-I.
           PERFORM CONTAR-ESPERA UNTIL
               ESPERA-I IS GREATER THAN ESPERA-CANT.
           MOVE 1 TO SUC-I.
           PERFORM EVALUAR-SALDO-SUCURSAL UNTIL
               SUC-I IS GREATER THAN 99.
           MOVE 1 TO SUC-I.
           PERFORM CUBRIR-FALTANTE UNTIL
               SUC-I IS GREATER THAN 99.
           ADD 1 TO TAM-I.

       LIMPIAR-SALDO.
           MOVE 0 TO SLD-STOCK(SUC-I).
           MOVE 0 TO SLD-RETIROS(SUC-I).
           MOVE 0 TO SLD-ESPERA(SUC-I).
           MOVE 0 TO SLD-FALTA(SUC-I).
           MOVE 0 TO SLD-SOBRA(SUC-I).

       CONTAR-STOCK-AUTO.
           IF VECAUT-TAMANO(AUTO-I) IS EQUAL TO TAM-ACTUAL AND
               VECAUT-DISPONIBLE(AUTO-I)
               PERFORM UBICAR-AUTO-EN-DIA
               IF FLAG-AUTO-ALQUILADO IS EQUAL TO 'NO' AND
                   UBIC-SUC IS GREATER THAN 0
                   ADD 1 TO SLD-STOCK(UBIC-SUC)
               END-IF
           END-IF.
           ADD 1 TO AUTO-I.

       UBICAR-AUTO-EN-DIA.
           MOVE VECAUT-SUCURSAL(AUTO-I) TO UBIC-SUC.
           MOVE 0 TO UBIC-HASTA-ANTERIOR.
           MOVE 'NO' TO FLAG-AUTO-ALQUILADO.
           IF VECAUT-ALQ-CANT(AUTO-I) IS GREATER THAN 0
               MOVE VECAUT-ALQ-DESDE(AUTO-I) TO ALQ-I
               COMPUTE ALQ-FIN = ALQ-I + VECAUT-ALQ-CANT(AUTO-I) - 1
               PERFORM REVISAR-ALQUILER-DEL-AUTO UNTIL
                   ALQ-I IS GREATER THAN ALQ-FIN
           END-IF.

       REVISAR-ALQUILER-DEL-AUTO.
           IF ALQT-DESDE-DIAS(ALQ-I) IS LESS THAN DIA-CORRIDO AND
               ALQT-HASTA-DIAS(ALQ-I) IS NOT LESS THAN DIA-CORRIDO
               MOVE 'SI' TO FLAG-AUTO-ALQUILADO
           END-IF.
           IF ALQT-HASTA-DIAS(ALQ-I) IS LESS THAN DIA-CORRIDO AND
               ALQT-HASTA-DIAS(ALQ-I) IS NOT LESS THAN
               UBIC-HASTA-ANTERIOR
               MOVE ALQT-HASTA-DIAS(ALQ-I) TO UBIC-HASTA-ANTERIOR
               IF ALQT-SUC-DEVOL(ALQ-I) IS GREATER THAN 0
                   MOVE ALQT-SUC-DEVOL(ALQ-I) TO UBIC-SUC
               ELSE
                   MOVE VECAUT-SUCURSAL(AUTO-I) TO UBIC-SUC
               END-IF
           END-IF.
           ADD 1 TO ALQ-I.

       CONTAR-RETIRO.
           IF ALQT-DESDE-DIAS(ALQ-I) IS EQUAL TO DIA-CORRIDO AND
               ALQT-TAMANO(ALQ-I) IS EQUAL TO TAM-ACTUAL AND
               ALQT-SUC-RETIRO(ALQ-I) IS GREATER THAN 0
               ADD 1 TO SLD-RETIROS(ALQT-SUC-RETIRO(ALQ-I))
           END-IF.
           ADD 1 TO ALQ-I.

       CONTAR-ESPERA.
           IF ESPT-DESDE-DIAS(ESPERA-I) IS EQUAL TO DIA-CORRIDO AND
               ESPT-TAMANO(ESPERA-I) IS EQUAL TO TAM-ACTUAL
               ADD 1 TO SLD-ESPERA(ESPT-SUC-RETIRO(ESPERA-I))
           END-IF.
           ADD 1 TO ESPERA-I.

       EVALUAR-SALDO-SUCURSAL.
           COMPUTE SALDO-CALCULADO = SLD-STOCK(SUC-I) -
               SLD-RETIROS(SUC-I) - SLD-ESPERA(SUC-I).
           EVALUATE TRUE
               WHEN SALDO-CALCULADO IS LESS THAN 0
                   COMPUTE SLD-FALTA(SUC-I) = 0 - SALDO-CALCULADO
                   ADD 1 TO CNT-FALTANTES
                   MOVE "FALTANTE" TO RP-SITUACION
                   PERFORM IMPRIMIR-LINEA-SALDO
               WHEN SALDO-CALCULADO IS GREATER THAN RESERVA-MINIMA
                   COMPUTE SLD-SOBRA(SUC-I) = SALDO-CALCULADO -
                       RESERVA-MINIMA
                   ADD 1 TO CNT-SOBRANTES
                   MOVE "SOBRANTE" TO RP-SITUACION
                   PERFORM IMPRIMIR-LINEA-SALDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD 1 TO SUC-I.

       IMPRIMIR-LINEA-SALDO.
           MOVE 'SI' TO FLAG-DIA-CON-DESBALANCE.
           MOVE SUC-I TO RP-SUCURSAL.
           MOVE VECSUC-NOMBRE(SUC-I) TO RP-NOMBRE.
           MOVE TAM-ACTUAL TO RP-TAMANO.
           MOVE SLD-STOCK(SUC-I) TO RP-STOCK.
           MOVE SLD-RETIROS(SUC-I) TO RP-RETIROS.
           MOVE SLD-ESPERA(SUC-I) TO RP-ESPERA.
           MOVE SALDO-CALCULADO TO RP-SALDO.
           MOVE RP-LINEA-SALDO TO REG-INFORME.
           WRITE REG-INFORME.

       CUBRIR-FALTANTE.
           IF SLD-FALTA(SUC-I) IS GREATER THAN 0
               MOVE 1 TO SUC-J
               PERFORM TOMAR-SOBRANTE UNTIL
                   SUC-J IS GREATER THAN 99 OR
                   SLD-FALTA(SUC-I) IS EQUAL TO 0
               ADD SLD-FALTA(SUC-I) TO CNT-AUTOS-SIN-CUBRIR
           END-IF.
           ADD 1 TO SUC-I.

       TOMAR-SOBRANTE.
           IF SLD-SOBRA(SUC-J) IS GREATER THAN 0
               IF SLD-SOBRA(SUC-J) IS LESS THAN SLD-FALTA(SUC-I)
                   MOVE SLD-SOBRA(SUC-J) TO CANT-A-MOVER
               ELSE
                   MOVE SLD-FALTA(SUC-I) TO CANT-A-MOVER
               END-IF
               SUBTRACT CANT-A-MOVER FROM SLD-SOBRA(SUC-J)
               SUBTRACT CANT-A-MOVER FROM SLD-FALTA(SUC-I)
               ADD 1 TO CNT-SUGERENCIAS
               ADD CANT-A-MOVER TO CNT-AUTOS-A-MOVER
               MOVE CANT-A-MOVER TO RP-SG-CANTIDAD
               MOVE TAM-ACTUAL TO RP-SG-TAMANO
               MOVE SUC-J TO RP-SG-ORIGEN
               MOVE SUC-I TO RP-SG-DESTINO
               MOVE RP-LINEA-SUGERENCIA TO REG-INFORME
               WRITE REG-INFORME
           END-IF.
           ADD 1 TO SUC-J.

       IMPRIMIR-RESUMEN.
           MOVE LINEA-VACIA TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE RP-SEPARADOR TO REG-INFORME.
           WRITE REG-INFORME.
           MOVE "Dias analizados" TO RP-RE-ETIQUETA.
           MOVE DIAS-HORIZONTE TO RP-RE-VALOR.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Autos disponibles" TO RP-RE-ETIQUETA.
           MOVE CNT-AUTOS-DISPONIBLES TO RP-RE-VALOR.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Alquileres abiertos considerados" TO RP-RE-ETIQUETA.
           MOVE CNT-ALQ-ABIERTOS TO RP-RE-VALOR.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Alquileres abiertos sin auto en maestro" TO
               RP-RE-ETIQUETA.
           MOVE CNT-ALQ-SIN-AUTO TO RP-RE-VALOR.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Entradas de lista de espera" TO RP-RE-ETIQUETA.
           MOVE CNT-ESPERA-LEIDAS TO RP-RE-VALOR.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Faltantes detectados" TO RP-RE-ETIQUETA.
           MOVE CNT-FALTANTES TO RP-RE-VALOR.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Sobrantes detectados" TO RP-RE-ETIQUETA.
           MOVE CNT-SOBRANTES TO RP-RE-VALOR.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Traslados sugeridos" TO RP-RE-ETIQUETA.
           MOVE CNT-SUGERENCIAS TO RP-RE-VALOR.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Autos a trasladar" TO RP-RE-ETIQUETA.
           MOVE CNT-AUTOS-A-MOVER TO RP-RE-VALOR.
           PERFORM IMPRIMIR-LINEA-RESUMEN.
           MOVE "Autos faltantes sin cubrir" TO RP-RE-ETIQUETA.
           MOVE CNT-AUTOS-SIN-CUBRIR TO RP-RE-VALOR.
           PERFORM IMPRIMIR-LINEA-RESUMEN.

       IMPRIMIR-LINEA-RESUMEN.
           MOVE RP-LINEA-RESUMEN TO REG-INFORME.
           WRITE REG-INFORME.
