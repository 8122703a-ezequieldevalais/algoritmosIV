           RECORD KEY IS CLAVE-CLI
           FILE STATUS IS CLIENTES-STATUS.

           SELECT TRASLADOS ASSIGN TO
           "input/tarifasTraslado.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLAVE-TRT
           FILE STATUS IS TRASLADOS-STATUS.

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

           SELECT AGENCIAS ASSIGN TO
           "input/agencias.dat"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKPOINT-STATUS.

           SELECT APROBADOS-AGENCIAS ASSIGN TO
           "input/aprobadosAgencias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APROBADOS-AGENCIAS-STATUS.

           SELECT APROBADOS-AGENCIAS-TMP ASSIGN TO
           "input/aprobadosAgenciasTmp.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APROBADOS-AGENCIAS-TMP-STATUS.

           SELECT LISTA-ESPERA ASSIGN TO
           "input/listaEspera.dat"
           ORGANIZATION IS LINE SEQUENTIAL
               03  ALQ-ESTADO    PIC X.
                   88  ALQUILER-CERRADO   VALUE "C".
               03  ALQ-FECHA-DEVOL    PIC 9(8).
               03  ALQ-SUC-RETIRO     PIC 99.
               03  ALQ-SUC-DEVOL      PIC 99.
               03  ALQ-SUC-DEVOL-REAL PIC 99.
               03  ALQ-CARGO-TRASLADO PIC 9(4)V99.

        FD    NUEVOALQUILERES
            LABEL RECORD STANDARD.
               03  NUEVOALQ-IMPORTE   PIC 9(6)V99.
               03  NUEVOALQ-ESTADO    PIC X.
               03  NUEVOALQ-FECHA-DEVOL    PIC 9(8).
               03  NUEVOALQ-SUC-RETIRO     PIC 99.
               03  NUEVOALQ-SUC-DEVOL      PIC 99.
               03  NUEVOALQ-SUC-DEVOL-REAL PIC 99.
               03  NUEVOALQ-CARGO-TRASLADO PIC 9(4)V99.

        FD    SOLICITUDES1  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES1.
               03  SOL1-FECHA-HASTA   PIC 9(8).
               03  SOL1-TIPODOC   PIC X.
               03  SOL1-NRODOC    PIC X(20).
               03  SOL1-SUC-RETIRO   PIC 99.
               03  SOL1-SUC-DEVOL    PIC 99.

        FD    SOLICITUDES2  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES2.
               03  SOL2-FECHA-HASTA   PIC 9(8).
               03  SOL2-TIPODOC   PIC X.
               03  SOL2-NRODOC    PIC X(20).
               03  SOL2-SUC-RETIRO   PIC 99.
               03  SOL2-SUC-DEVOL    PIC 99.

        FD    SOLICITUDES3  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES3.
               03  SOL3-FECHA-HASTA   PIC 9(8).
               03  SOL3-TIPODOC   PIC X.
               03  SOL3-NRODOC    PIC X(20).
               03  SOL3-SUC-RETIRO   PIC 99.
               03  SOL3-SUC-DEVOL    PIC 99.

        FD    SOLICITUDES4  LABEL RECORD STANDARD.
        01    REG-SOLICITUDES4.
               03  SOL4-FECHA-HASTA   PIC 9(8).
               03  SOL4-TIPODOC   PIC X.
               03  SOL4-NRODOC    PIC X(20).
               03  SOL4-SUC-RETIRO   PIC 99.
               03  SOL4-SUC-DEVOL    PIC 99.

        FD    AUTOS
            LABEL RECORD STANDARD.
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
               03  TAR-VIGENCIA-HASTA   PIC 9(8).
               03  TAR-IMPORTE          PIC 9(4)V99.

        FD    TRASLADOS
            LABEL RECORD STANDARD.
        01    REG-TRASLADOS.
               03 CLAVE-TRT.
                   05  TRT-SUC-ORIGEN       PIC 99.
                   05  TRT-SUC-DESTINO      PIC 99.
               03  TRT-IMPORTE          PIC 9(4)V99.

        FD    CLIENTES
            LABEL RECORD STANDARD.
        01    REG-CLIENTES.
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

        FD    CONDUCTORES
            LABEL RECORD STANDARD.
        01    REG-CONDUCTORES.
               03 CLAVE-CCD.
                   05  CCD-TIPODOC         PIC X.
                   05  CCD-NRODOC          PIC X(20).
               03  CCD-CONV-TIPODOC        PIC X.
               03  CCD-CONV-NRODOC         PIC X(20).

        FD    AGENCIAS
            LABEL RECORD STANDARD.
        01    REG-AGENCIAS.
               03  PREALQ-ESTADO         PIC X.
                   88  PREALQ-CERRADO     VALUE "C".
               03  FILLER                PIC X(8).
               03  PREALQ-SUC-RETIRO     PIC 99.
               03  PREALQ-SUC-DEVOL      PIC 99.
               03  FILLER                PIC X(8).

        FD    PRENUEVOALQ
            LABEL RECORD STANDARD.
               03  PRENVALQ-FECHA-DESDE  PIC 9(8).
               03  PRENVALQ-FECHA-HASTA  PIC 9(8).
               03  FILLER                PIC X(38).
               03  PRENVALQ-SUC-RETIRO   PIC 99.
               03  PRENVALQ-SUC-DEVOL    PIC 99.
               03  FILLER                PIC X(8).

        SD    ORDEN-ALQ.
        01    REG-ORDEN-ALQ.
               03  ORD-ALQ-PATENTE       PIC X(6).
               03  ORD-ALQ-FECHA-DESDE   PIC 9(8).
               03  FILLER                PIC X(58).

        FD    NUEVOALQ-ORDENADO
            LABEL RECORD STANDARD.
        01    REG-NUEVOALQ-ORDENADO PIC X(72).

        FD    CHECKPOINT
            LABEL RECORD STANDARD.
               03  ESP-NRODOC        PIC X(20).
               03  ESP-AGENCIA       PIC 99.
               03  ESP-PATENTE       PIC X(6).
               03  ESP-SUC-RETIRO    PIC 99.
               03  ESP-SUC-DEVOL     PIC 99.

        FD    APROBADOS-AGENCIAS
            LABEL RECORD STANDARD.
        01    REG-APROBADOS-AGENCIAS.
               03  APA-FECHA         PIC 9(8).
               03  APA-AGENCIA       PIC 99.
               03  APA-CANTIDAD      PIC 9(6).
               03  APA-IMPORTE       PIC 9(7)V99.

        FD    APROBADOS-AGENCIAS-TMP
            LABEL RECORD STANDARD.
        01    REG-APROBADOS-AGENCIAS-TMP PIC X(25).

        FD    LIST-APROBADOS
            LABEL RECORD OMITTED.
                05  VECAUT-IMPORTE   PIC 9(4)V99.
                05  VECAUT-ESTADO    PIC X.
                    88  VECAUT-DISPONIBLE    VALUE "D".
                05  VECAUT-SUCURSAL  PIC 99.


       01 CLAVE-MENOR.
               05  OCUP-PATENTE      PIC X(6).
               05  OCUP-DESDE-DIAS   PIC 9(7).
               05  OCUP-HASTA-DIAS   PIC 9(7).
               05  OCUP-SUC-RETIRO   PIC 99.
               05  OCUP-SUC-DEVOL    PIC 99.

       01 FECHA-CONVERSION.
           03  FECHA-CONV-AAAA    PIC 9(4).
               05  VECTAR-VIGENCIA-HASTA   PIC 9(8).
               05  VECTAR-IMPORTE          PIC 9(4)V99.

       01 VECTRASLADOS.
           03 TRASLADOS-CANT PIC 9(4) VALUE 0.
           03 TRASLADO-ENTRADA OCCURS 1000 TIMES.
               05  VECTRT-SUC-ORIGEN       PIC 99.
               05  VECTRT-SUC-DESTINO      PIC 99.
               05  VECTRT-IMPORTE          PIC 9(4)V99.

       77 ALQUILERES-STATUS PIC X(2).
       77 SOLICITUDES1-STATUS PIC X(2).
       77 SOLICITUDES2-STATUS PIC X(2).
       77 TARIFA-TAMANO-BUSCADO PIC X.
       77 TARIFA-FECHA-BUSCADA PIC 9(8).
       77 TARIFA-DIARIA PIC 9(4)V99.
       77 CONVENIOS-STATUS PIC X(2).
       77 CONDUCTORES-STATUS PIC X(2).
       77 FLAG-HAY-CONVENIOS PIC X(2) VALUE 'NO'.
       77 CONV-I PIC 9.
       77 CONV-ELEGIDA PIC 9.
       77 CNT-APROB-CONVENIO PIC 9(6) VALUE 0.
       77 TRASLADOS-STATUS PIC X(2).
       77 TRASLADO-I PIC 9(4).
       77 FLAG-TRASLADO-HALLADO PIC X(2).
       77 CARGO-TRASLADO PIC 9(4)V99.
       77 CNT-APROB-TRASLADO PIC 9(6) VALUE 0.
       77 CNT-TRASLADO-SIN-TARIFA PIC 9(6) VALUE 0.
       77 PREALQUILERES-STATUS PIC X(2).
       77 PRENUEVOALQ-STATUS PIC X(2).
       77 RANGO-PATENTE PIC X(6).
       77 RANGO-DESDE-DIAS PIC 9(7).
       77 RANGO-HASTA-DIAS PIC 9(7).
       77 FLAG-RANGO-OCUPADO PIC X(2).
       77 RANGO-SUC-RETIRO PIC 99.
       77 RANGO-SUC-DEVOL PIC 99.
       77 UBIC-SUC-BASE PIC 99.
       77 UBIC-SUC-ANTERIOR PIC 99.
       77 UBIC-HASTA-ANTERIOR PIC 9(7).
       77 UBIC-SUC-SIGUIENTE PIC 99.
       77 UBIC-DESDE-SIGUIENTE PIC 9(7).
       77 FLAG-UBICACION-OK PIC X(2).
       77 MOTIVO-SIN-AUTO PIC 9.
       77 OCUP-I PIC 9(5).
       77 DIAS-ALQUILER PIC 9(4).
       77 IMPORTE-CALCULADO PIC 9(6)V99.
       77 ULTIMA-CLAVE-SOL4 PIC X(14) VALUE LOW-VALUES.
       77 ULTIMA-PATENTE-AUTOS PIC X(6) VALUE LOW-VALUES.
       77 CHECKPOINT-STATUS PIC X(2).
       77 APROBADOS-AGENCIAS-STATUS PIC X(2).
       77 APROBADOS-AGENCIAS-TMP-STATUS PIC X(2).
       77 CNT-APA-CONSERVADOS PIC 9(6) VALUE 0.
       77 CNT-APA-DESCARTADOS PIC 9(6) VALUE 0.
       77 HAY-CHECKPOINT PIC X(2) VALUE 'NO'.
       77 MODO-SALTEO PIC X(2) VALUE 'NO'.
       77 CONTADOR-GRUPOS-PATENTE PIC 9(6) VALUE 0.
           "output/nuevoAlquileres.txt".
       77 NOMBRE-ARCHIVO-NUEVOALQ-ORD PIC X(29) VALUE
           "output/nuevoAlquileresOrd.txt".
       77 NOMBRE-ARCHIVO-APROBADOS-AG PIC X(27) VALUE
           "input/aprobadosAgencias.dat".
       77 NOMBRE-ARCHIVO-APROBADOS-TMP PIC X(30) VALUE
           "input/aprobadosAgenciasTmp.dat".
       77 NUEVOALQ-ORDENADO-STATUS PIC X(2).
       77 CNT-PODA PIC 9(6) VALUE 0.
       77 CNT-APLICADOS-MAESTRO PIC 9(6) VALUE 0.
       77 BAJA-I PIC 9(4).
       77 CNT-ERRORES PIC 9(6) VALUE 0.

       01 TABLA-BAJAS-ALQ.
           03 BAJAS-ALQ-CANT PIC 9(4) VALUE 0.
           PERFORM LEER-AUTOS.
           PERFORM GUARDAR-AUTOS-EN-VECAUTOS.
           PERFORM CARGAR-TARIFAS.
           PERFORM CARGAR-TRASLADOS.
           PERFORM CARGAR-AGENCIAS.
           PERFORM CARGAR-OCUPACION-INICIAL.
           IF HAY-CHECKPOINT IS EQUAL TO 'SI'
           PERFORM IMPRIMIR-CONTROL-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM APLICAR-NUEVOS-AL-MAESTRO.
           EVALUATE TRUE
               WHEN CNT-ERRORES IS GREATER THAN 0 OR
                   CNT-DIFERENCIA IS NOT EQUAL TO 0
                   MOVE 8 TO RETURN-CODE
               WHEN CNT-ESCRITOS-RECH IS GREATER THAN 0 OR
                   CNT-ESCRITOS-ESPERA IS GREATER THAN 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       INICIALIZAR.
           OPEN INPUT ALQUILERES.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ALQUILERES FS: " ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SOLICITUDES1-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR SOLICITUDES1 FS: "
                    SOLICITUDES1-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SOLICITUDES2-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR SOLICITUDES2 FS: "
                   SOLICITUDES2-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SOLICITUDES3-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR SOLICITUDES3 FS: "
                   SOLICITUDES3-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SOLICITUDES4-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR SOLICITUDES4 FS: "
                   SOLICITUDES4-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF AUTOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR AUTOS FS: "
                   AUTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CLIENTES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR CLIENTES FS: "
                   CLIENTES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ABRIR-CONVENIOS.

           OPEN OUTPUT AUTOS-DESBORDE.
           IF AUTOS-DESBORDE-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR AUTOS-DESBORDE FS: "
                   AUTOS-DESBORDE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF REASIGNADOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR REASIGNADOS FS: "
                   REASIGNADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RECHAZADOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR RECHAZADOS FS: "
                   RECHAZADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NUEVOALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR NUEVOALQUILERES FS: "
                  NUEVOALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF LIST-APROBADOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR LIST-APROBADOS FS: "
                  LIST-APROBADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF LIST-RECHAZADOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR LIST-RECHAZADOS FS: "
                  LIST-RECHAZADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RECH-ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR RECH-ALQUILERES FS: "
                  RECH-ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RECH-SOLICITUDES1-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR RECH-SOLICITUDES1 FS: "
                  RECH-SOLICITUDES1-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RECH-SOLICITUDES2-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR RECH-SOLICITUDES2 FS: "
                  RECH-SOLICITUDES2-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RECH-SOLICITUDES3-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR RECH-SOLICITUDES3 FS: "
                  RECH-SOLICITUDES3-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RECH-SOLICITUDES4-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR RECH-SOLICITUDES4 FS: "
                  RECH-SOLICITUDES4-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF LISTA-ESPERA-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR LISTA-ESPERA FS: "
                   LISTA-ESPERA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CHECKPOINT-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR CHECKPOINT FS: "
                  CHECKPOINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE NUEVOALQUILERES.
           CLOSE AUTOS.
           CLOSE CLIENTES.
           IF FLAG-HAY-CONVENIOS IS EQUAL TO 'SI'
               CLOSE CONVENIOS
               CLOSE CONDUCTORES
           END-IF.
           CLOSE AUTOS-DESBORDE.
           CLOSE RECHAZADOS.
           CLOSE REASIGNADOS.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR ALQUILERES I-O FS: "
                   ALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NUEVOALQ-ORDENADO.
           IF NUEVOALQ-ORDENADO-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR NUEVOALQ-ORDENADO FS: "
                   NUEVOALQ-ORDENADO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-NUEVOALQ-ORDENADO.
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "ERROR AL BORRAR NUEVOALQUILERES, RC: "
                   RETURN-CODE
               ADD 1 TO CNT-ERRORES
           END-IF.
           CALL "CBL_DELETE_FILE" USING NOMBRE-ARCHIVO-NUEVOALQ-ORD.
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "ERROR AL BORRAR NUEVOALQ-ORDENADO, RC: "
                   RETURN-CODE
               ADD 1 TO CNT-ERRORES
           END-IF.
           DISPLAY "Alquileres aplicados al maestro: "
               CNT-APLICADOS-MAESTRO.
           DISPLAY "Alquileres con tarifa de convenio: "
               CNT-APROB-CONVENIO.
           DISPLAY "Alquileres con devolucion en otra sucursal: "
               CNT-APROB-TRASLADO.
           DISPLAY "Traslados sin tarifa configurada: "
               CNT-TRASLADO-SIN-TARIFA.

       LEER-NUEVOALQ-ORDENADO.
           READ NUEVOALQ-ORDENADO RECORD.
           IF NUEVOALQ-ORDENADO-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER NUEVOALQ-ORDENADO FS: "
                   NUEVOALQ-ORDENADO-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GRABAR-NUEVO-EN-MAESTRO.
               WHEN OTHER
                   DISPLAY "ERROR GRABAR MAESTRO FS: "
                       ALQUILERES-STATUS " CLAVE: " CLAVE-ALQ
                   ADD 1 TO CNT-ERRORES
           END-EVALUATE.
           PERFORM LEER-NUEVOALQ-ORDENADO.

           IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 23
               DISPLAY "ERROR DEPURAR MAESTRO FS: "
                   ALQUILERES-STATUS " CLAVE: " CLAVE-ALQ
               ADD 1 TO CNT-ERRORES
           END-IF.

       LEER-ALQ.
               IF CLAVE-ALQ IS LESS THAN ULTIMA-CLAVE-ALQ
                   DISPLAY "ERROR SECUENCIA ALQUILERES CLAVE: "
                       CLAVE-ALQ
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CLAVE-ALQ TO ULTIMA-CLAVE-ALQ
           END-IF.
           IF ALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER ALQUILERES FS: " ALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.


               IF CLAVE-SOL1 IS LESS THAN ULTIMA-CLAVE-SOL1
                   DISPLAY "ERROR SECUENCIA SOLICITUDES1 CLAVE: "
                       CLAVE-SOL1
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CLAVE-SOL1 TO ULTIMA-CLAVE-SOL1
           IF SOLICITUDES1-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER SOLICITUDES1 FS: "
               SOLICITUDES1-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       LEER-SOL2.
               IF CLAVE-SOL2 IS LESS THAN ULTIMA-CLAVE-SOL2
                   DISPLAY "ERROR SECUENCIA SOLICITUDES2 CLAVE: "
                       CLAVE-SOL2
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CLAVE-SOL2 TO ULTIMA-CLAVE-SOL2
           IF SOLICITUDES2-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER SOLICITUDES2 FS: "
               SOLICITUDES2-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       LEER-SOL3.
               IF CLAVE-SOL3 IS LESS THAN ULTIMA-CLAVE-SOL3
                   DISPLAY "ERROR SECUENCIA SOLICITUDES3 CLAVE: "
                       CLAVE-SOL3
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CLAVE-SOL3 TO ULTIMA-CLAVE-SOL3
           IF SOLICITUDES3-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER SOLICITUDES3 FS: "
               SOLICITUDES3-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       LEER-SOL4.
               IF CLAVE-SOL4 IS LESS THAN ULTIMA-CLAVE-SOL4
                   DISPLAY "ERROR SECUENCIA SOLICITUDES4 CLAVE: "
                       CLAVE-SOL4
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CLAVE-SOL4 TO ULTIMA-CLAVE-SOL4
           IF SOLICITUDES4-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER SOLICITUDES4 FS: "
               SOLICITUDES4-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       LEER-AUTOS.
               IF AUT-PATENTE IS LESS THAN ULTIMA-PATENTE-AUTOS
                   DISPLAY "ERROR SECUENCIA AUTOS PATENTE: "
                       AUT-PATENTE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE AUT-PATENTE TO ULTIMA-PATENTE-AUTOS
           END-IF.
           IF AUTOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AUTOS FS: " AUTOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-AUTOS-EN-VECAUTOS.
           MOVE AUT-TAMANO TO VECAUT-TAMANO(INDICE).
           MOVE AUT-IMPORTE TO VECAUT-IMPORTE(INDICE).
           MOVE AUT-ESTADO TO VECAUT-ESTADO(INDICE).
           MOVE AUT-SUCURSAL TO VECAUT-SUCURSAL(INDICE).
           PERFORM LEER-AUTOS.

       AVISAR-AUTO-SIN-LUGAR.
           END-IF.
           ADD 1 TO OCUP-I.

       VERIFICAR-AUTO-ASIGNABLE.
           IF RANGO-SUC-DEVOL IS EQUAL TO 0
               MOVE RANGO-SUC-RETIRO TO RANGO-SUC-DEVOL
           END-IF.
           MOVE 1 TO MOTIVO-SIN-AUTO.
           PERFORM VERIFICAR-RANGO-OCUPADO.
           IF FLAG-RANGO-OCUPADO IS EQUAL TO 'NO'
               MOVE VECAUT-SUCURSAL(INDICE) TO UBIC-SUC-BASE
               PERFORM VERIFICAR-UBICACION
               IF FLAG-UBICACION-OK IS EQUAL TO 'NO'
                   MOVE 'SI' TO FLAG-RANGO-OCUPADO
                   MOVE 6 TO MOTIVO-SIN-AUTO
               END-IF
           END-IF.

       VERIFICAR-UBICACION.
           MOVE UBIC-SUC-BASE TO UBIC-SUC-ANTERIOR.
           MOVE 0 TO UBIC-HASTA-ANTERIOR.
           MOVE 0 TO UBIC-SUC-SIGUIENTE.
           MOVE 9999999 TO UBIC-DESDE-SIGUIENTE.
           MOVE 1 TO OCUP-I.
           PERFORM REVISAR-UBICACION-OCUPACION UNTIL
               OCUP-I IS GREATER THAN OCUP-CANT.
           MOVE 'SI' TO FLAG-UBICACION-OK.
           IF RANGO-SUC-RETIRO IS GREATER THAN 0 AND
               UBIC-SUC-ANTERIOR IS GREATER THAN 0 AND
               UBIC-SUC-ANTERIOR IS NOT EQUAL TO RANGO-SUC-RETIRO
               MOVE 'NO' TO FLAG-UBICACION-OK
           END-IF.
           IF RANGO-SUC-DEVOL IS GREATER THAN 0 AND
               UBIC-SUC-SIGUIENTE IS GREATER THAN 0 AND
               UBIC-SUC-SIGUIENTE IS NOT EQUAL TO RANGO-SUC-DEVOL
               MOVE 'NO' TO FLAG-UBICACION-OK
           END-IF.

       REVISAR-UBICACION-OCUPACION.
           IF OCUP-PATENTE(OCUP-I) IS EQUAL TO RANGO-PATENTE
               IF OCUP-HASTA-DIAS(OCUP-I) IS LESS THAN
                   RANGO-DESDE-DIAS AND
                   OCUP-HASTA-DIAS(OCUP-I) IS NOT LESS THAN
                   UBIC-HASTA-ANTERIOR
                   MOVE OCUP-HASTA-DIAS(OCUP-I) TO UBIC-HASTA-ANTERIOR
                   MOVE OCUP-SUC-DEVOL(OCUP-I) TO UBIC-SUC-ANTERIOR
               END-IF
               IF OCUP-DESDE-DIAS(OCUP-I) IS GREATER THAN
                   RANGO-HASTA-DIAS AND
                   OCUP-DESDE-DIAS(OCUP-I) IS LESS THAN
                   UBIC-DESDE-SIGUIENTE
                   MOVE OCUP-DESDE-DIAS(OCUP-I) TO
                       UBIC-DESDE-SIGUIENTE
                   MOVE OCUP-SUC-RETIRO(OCUP-I) TO UBIC-SUC-SIGUIENTE
               END-IF
           END-IF.
           ADD 1 TO OCUP-I.

       BUSCAR-SUSTITUTO.
           MOVE 'NO' TO FLAG-SUSTITUTO-HALLADO.
           MOVE RANGO-PATENTE TO PATENTE-ORIGINAL.
               MOVE VECAUT-PATENTE(SUST-I) TO RANGO-PATENTE
               PERFORM VERIFICAR-RANGO-OCUPADO
               IF FLAG-RANGO-OCUPADO IS EQUAL TO 'NO'
                   MOVE VECAUT-SUCURSAL(SUST-I) TO UBIC-SUC-BASE
                   PERFORM VERIFICAR-UBICACION
                   IF FLAG-UBICACION-OK IS EQUAL TO 'SI'
                       MOVE 'SI' TO FLAG-SUSTITUTO-HALLADO
                       MOVE SUST-I TO SUST-INDICE
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO SUST-I.
           IF REASIGNADOS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR REASIGNADOS FS: "
                   REASIGNADOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.
           ADD 1 TO CNT-ESCRITOS-REASIG.

       AGREGAR-OCUPACION.
           IF OCUP-CANT IS EQUAL TO 10000
               DISPLAY "ERROR TABLA DE OCUPACION LLENA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO OCUP-CANT.
           MOVE RANGO-PATENTE TO OCUP-PATENTE(OCUP-CANT).
           MOVE RANGO-DESDE-DIAS TO OCUP-DESDE-DIAS(OCUP-CANT).
           MOVE RANGO-HASTA-DIAS TO OCUP-HASTA-DIAS(OCUP-CANT).
           MOVE RANGO-SUC-RETIRO TO OCUP-SUC-RETIRO(OCUP-CANT).
           MOVE RANGO-SUC-DEVOL TO OCUP-SUC-DEVOL(OCUP-CANT).

       CARGAR-TARIFAS.
           OPEN INPUT TARIFAS.
           ELSE
               IF TARIFAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR TARIFAS FS: " TARIFAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-TARIFAS
           READ TARIFAS RECORD.
           IF TARIFAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER TARIFAS FS: " TARIFAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-TARIFA-EN-VECTARIFAS.
           END-IF.
           PERFORM LEER-TARIFAS.

       CARGAR-TRASLADOS.
           OPEN INPUT TRASLADOS.
           IF TRASLADOS-STATUS IS EQUAL TO 35
               DISPLAY "AVISO: SIN ARCHIVO DE TARIFAS DE TRASLADO, "
                   "NO SE COBRARA CARGO POR DEVOLUCION EN OTRA SUCURSAL"
           ELSE
               IF TRASLADOS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR TRASLADOS FS: " TRASLADOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-TRASLADOS
               PERFORM GUARDAR-TRASLADO-EN-VECTRASLADOS UNTIL
                   TRASLADOS-STATUS IS EQUAL TO 10
               CLOSE TRASLADOS
           END-IF.

       LEER-TRASLADOS.
           READ TRASLADOS RECORD.
           IF TRASLADOS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER TRASLADOS FS: " TRASLADOS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-TRASLADO-EN-VECTRASLADOS.
           IF TRASLADOS-CANT IS EQUAL TO 1000
               DISPLAY "AVISO: TABLA DE TRASLADOS LLENA, ORIGEN: "
                   TRT-SUC-ORIGEN " DESTINO: " TRT-SUC-DESTINO
           ELSE
               ADD 1 TO TRASLADOS-CANT
               MOVE TRT-SUC-ORIGEN TO VECTRT-SUC-ORIGEN(TRASLADOS-CANT)
               MOVE TRT-SUC-DESTINO TO
                   VECTRT-SUC-DESTINO(TRASLADOS-CANT)
               MOVE TRT-IMPORTE TO VECTRT-IMPORTE(TRASLADOS-CANT)
           END-IF.
           PERFORM LEER-TRASLADOS.

       BUSCAR-CARGO-TRASLADO.
           MOVE 0 TO CARGO-TRASLADO.
           IF RANGO-SUC-DEVOL IS NOT EQUAL TO RANGO-SUC-RETIRO
               ADD 1 TO CNT-APROB-TRASLADO
               MOVE 'NO' TO FLAG-TRASLADO-HALLADO
               MOVE 1 TO TRASLADO-I
               PERFORM REVISAR-TRASLADO UNTIL
                   TRASLADO-I IS GREATER THAN TRASLADOS-CANT OR
                   FLAG-TRASLADO-HALLADO IS EQUAL TO 'SI'
               IF FLAG-TRASLADO-HALLADO IS EQUAL TO 'NO'
                   ADD 1 TO CNT-TRASLADO-SIN-TARIFA
                   DISPLAY "AVISO: SIN TARIFA DE TRASLADO DE SUCURSAL "
                       RANGO-SUC-RETIRO " A " RANGO-SUC-DEVOL
               END-IF
           END-IF.

       REVISAR-TRASLADO.
           IF VECTRT-SUC-ORIGEN(TRASLADO-I) IS EQUAL TO
               RANGO-SUC-RETIRO AND
               VECTRT-SUC-DESTINO(TRASLADO-I) IS EQUAL TO
               RANGO-SUC-DEVOL
               MOVE 'SI' TO FLAG-TRASLADO-HALLADO
               MOVE VECTRT-IMPORTE(TRASLADO-I) TO CARGO-TRASLADO
           END-IF.
           ADD 1 TO TRASLADO-I.

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

       APLICAR-CONVENIO.
           MOVE NUEVOALQ-TIPODOC TO CCD-TIPODOC.
           MOVE NUEVOALQ-NRODOC TO CCD-NRODOC.
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
               ADD 1 TO CNT-APROB-CONVENIO
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

       BUSCAR-TARIFA.
           MOVE 'NO' TO FLAG-TARIFA-HALLADA.
           MOVE 1 TO TARIFA-I.
           ELSE
               IF AGENCIAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR AGENCIAS FS: " AGENCIAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-AGENCIAS
           READ AGENCIAS RECORD.
           IF AGENCIAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER AGENCIAS FS: " AGENCIAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-AGENCIA-EN-VECAG.
           IF PREALQUILERES-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR PREALQUILERES FS: "
                   PREALQUILERES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-PREALQUILERES.
           IF PREALQUILERES-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER PREALQUILERES FS: "
                   PREALQUILERES-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-OCUPACION-PREALQ.

       GUARDAR-OCUPACION-PREALQ-ABIERTO.
           MOVE PREALQ-PATENTE TO RANGO-PATENTE.
           MOVE PREALQ-SUC-RETIRO TO RANGO-SUC-RETIRO.
           MOVE PREALQ-SUC-DEVOL TO RANGO-SUC-DEVOL.
           MOVE PREALQ-FECHA-DESDE TO FECHA-A-CONVERTIR.
           PERFORM CONVERTIR-FECHA-A-DIAS.
           MOVE DIAS-CONVERTIDOS TO RANGO-DESDE-DIAS.
               IF PRENUEVOALQ-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR PRENUEVOALQ FS: "
                       PRENUEVOALQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT NUEVOALQ-ORDENADO
               IF NUEVOALQ-ORDENADO-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR NUEVOALQ-ORDENADO FS: "
                       NUEVOALQ-ORDENADO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-PRENUEVOALQ
               IF RETURN-CODE IS NOT EQUAL TO 0
                   DISPLAY "ERROR AL BORRAR NUEVOALQUILERES, RC: "
                       RETURN-CODE
                   ADD 1 TO CNT-ERRORES
               END-IF
               CALL "CBL_RENAME_FILE" USING
                   NOMBRE-ARCHIVO-NUEVOALQ-ORD
               IF RETURN-CODE IS NOT EQUAL TO 0
                   DISPLAY "ERROR AL PODAR NUEVOALQUILERES, RC: "
                       RETURN-CODE
                   ADD 1 TO CNT-ERRORES
               END-IF
           END-IF.

           IF PRENUEVOALQ-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR PRENUEVOALQ FS: "
                   PRENUEVOALQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-PRENUEVOALQ.
           IF PRENUEVOALQ-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER PRENUEVOALQ FS: "
                   PRENUEVOALQ-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       GUARDAR-OCUPACION-NUEVOALQ.
           MOVE PRENVALQ-PATENTE TO RANGO-PATENTE.
           MOVE PRENVALQ-SUC-RETIRO TO RANGO-SUC-RETIRO.
           MOVE PRENVALQ-SUC-DEVOL TO RANGO-SUC-DEVOL.
           MOVE PRENVALQ-FECHA-DESDE TO FECHA-A-CONVERTIR.
           PERFORM CONVERTIR-FECHA-A-DIAS.
           MOVE DIAS-CONVERTIDOS TO RANGO-DESDE-DIAS.
           WRITE REG-CHECKPOINT.
           IF CHECKPOINT-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR CHECKPOINT FS: " CHECKPOINT-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       DETERMINAR-CLAVE-MENOR-PAT.
                          PERFORM GRABAR-RECHAZO
                     ELSE
                          MOVE SOL1-PATENTE TO RANGO-PATENTE
                          MOVE SOL1-SUC-RETIRO TO RANGO-SUC-RETIRO
                          MOVE SOL1-SUC-DEVOL TO RANGO-SUC-DEVOL
                          MOVE SOL1-FECHA-DESDE TO FECHA-A-CONVERTIR
                          PERFORM CONVERTIR-FECHA-A-DIAS
                          MOVE DIAS-CONVERTIDOS TO RANGO-DESDE-DIAS
                          MOVE SOL1-FECHA-HASTA TO FECHA-A-CONVERTIR
                          PERFORM CONVERTIR-FECHA-A-DIAS
                          MOVE DIAS-CONVERTIDOS TO RANGO-HASTA-DIAS
                          PERFORM VERIFICAR-AUTO-ASIGNABLE
                          IF FLAG-RANGO-OCUPADO IS EQUAL TO 'NO'
                               MOVE REG-SOLICITUDES1 TO
                                   REG-NUEVOALQUILERES
                                    PERFORM APROBAR-SOLICITUD
                                    PERFORM GRABAR-REASIGNADO
                               ELSE
                                    MOVE MOTIVO-SIN-AUTO TO
                                        RECH-MOTIVO
                                    MOVE AGENCIA TO RECH-AGENCIA
                                    MOVE SOL1-PATENTE TO
                                        RECH-PATENTE
                          PERFORM GRABAR-RECHAZO
                     ELSE
                          MOVE SOL3-PATENTE TO RANGO-PATENTE
                          MOVE SOL3-SUC-RETIRO TO RANGO-SUC-RETIRO
                          MOVE SOL3-SUC-DEVOL TO RANGO-SUC-DEVOL
                          MOVE SOL3-FECHA-DESDE TO FECHA-A-CONVERTIR
                          PERFORM CONVERTIR-FECHA-A-DIAS
                          MOVE DIAS-CONVERTIDOS TO RANGO-DESDE-DIAS
                          MOVE SOL3-FECHA-HASTA TO FECHA-A-CONVERTIR
                          PERFORM CONVERTIR-FECHA-A-DIAS
                          MOVE DIAS-CONVERTIDOS TO RANGO-HASTA-DIAS
                          PERFORM VERIFICAR-AUTO-ASIGNABLE
                          IF FLAG-RANGO-OCUPADO IS EQUAL TO 'NO'
                               MOVE REG-SOLICITUDES3 TO
                                   REG-NUEVOALQUILERES
                                    PERFORM APROBAR-SOLICITUD
                                    PERFORM GRABAR-REASIGNADO
                               ELSE
                                    MOVE MOTIVO-SIN-AUTO TO
                                        RECH-MOTIVO
                                    MOVE AGENCIA TO RECH-AGENCIA
                                    MOVE SOL3-PATENTE TO
                                        RECH-PATENTE
                          PERFORM GRABAR-RECHAZO
                     ELSE
                          MOVE SOL2-PATENTE TO RANGO-PATENTE
                          MOVE SOL2-SUC-RETIRO TO RANGO-SUC-RETIRO
                          MOVE SOL2-SUC-DEVOL TO RANGO-SUC-DEVOL
                          MOVE SOL2-FECHA-DESDE TO FECHA-A-CONVERTIR
                          PERFORM CONVERTIR-FECHA-A-DIAS
                          MOVE DIAS-CONVERTIDOS TO RANGO-DESDE-DIAS
                          MOVE SOL2-FECHA-HASTA TO FECHA-A-CONVERTIR
                          PERFORM CONVERTIR-FECHA-A-DIAS
                          MOVE DIAS-CONVERTIDOS TO RANGO-HASTA-DIAS
                          PERFORM VERIFICAR-AUTO-ASIGNABLE
                          IF FLAG-RANGO-OCUPADO IS EQUAL TO 'NO'
                               MOVE REG-SOLICITUDES2 TO
                                   REG-NUEVOALQUILERES
                                    PERFORM APROBAR-SOLICITUD
                                    PERFORM GRABAR-REASIGNADO
                               ELSE
                                    MOVE MOTIVO-SIN-AUTO TO
                                        RECH-MOTIVO
                                    MOVE AGENCIA TO RECH-AGENCIA
                                    MOVE SOL2-PATENTE TO
                                        RECH-PATENTE
                          PERFORM GRABAR-RECHAZO
                     ELSE
                          MOVE SOL4-PATENTE TO RANGO-PATENTE
                          MOVE SOL4-SUC-RETIRO TO RANGO-SUC-RETIRO
                          MOVE SOL4-SUC-DEVOL TO RANGO-SUC-DEVOL
                          MOVE SOL4-FECHA-DESDE TO FECHA-A-CONVERTIR
                          PERFORM CONVERTIR-FECHA-A-DIAS
                          MOVE DIAS-CONVERTIDOS TO RANGO-DESDE-DIAS
                          MOVE SOL4-FECHA-HASTA TO FECHA-A-CONVERTIR
                          PERFORM CONVERTIR-FECHA-A-DIAS
                          MOVE DIAS-CONVERTIDOS TO RANGO-HASTA-DIAS
                          PERFORM VERIFICAR-AUTO-ASIGNABLE
                          IF FLAG-RANGO-OCUPADO IS EQUAL TO 'NO'
                               MOVE REG-SOLICITUDES4 TO
                                   REG-NUEVOALQUILERES
                                    PERFORM APROBAR-SOLICITUD
                                    PERFORM GRABAR-REASIGNADO
                               ELSE
                                    MOVE MOTIVO-SIN-AUTO TO
                                        RECH-MOTIVO
                                    MOVE AGENCIA TO RECH-AGENCIA
                                    MOVE SOL4-PATENTE TO
                                        RECH-PATENTE
           IF FLAG-TARIFA-HALLADA IS EQUAL TO 'NO'
               MOVE VECAUT-IMPORTE(AUTO-ELEGIDO) TO TARIFA-DIARIA
           END-IF.
           IF FLAG-HAY-CONVENIOS IS EQUAL TO 'SI'
               PERFORM APLICAR-CONVENIO
           END-IF.
           COMPUTE IMPORTE-CALCULADO = DIAS-ALQUILER *
               TARIFA-DIARIA.
           PERFORM BUSCAR-CARGO-TRASLADO.
           ADD CARGO-TRASLADO TO IMPORTE-CALCULADO.
           MOVE IMPORTE-CALCULADO TO NUEVOALQ-IMPORTE.
           MOVE "A" TO NUEVOALQ-ESTADO.
           MOVE 0 TO NUEVOALQ-FECHA-DEVOL.
           MOVE RANGO-SUC-RETIRO TO NUEVOALQ-SUC-RETIRO.
           MOVE RANGO-SUC-DEVOL TO NUEVOALQ-SUC-DEVOL.
           MOVE 0 TO NUEVOALQ-SUC-DEVOL-REAL.
           MOVE CARGO-TRASLADO TO NUEVOALQ-CARGO-TRASLADO.
           WRITE REG-NUEVOALQUILERES.
           ADD 1 TO CNT-ESCRITOS-NVALQ.
           ADD IMPORTE-CALCULADO TO TOTPATENTE.
           WRITE REG-RECHAZADOS.
           ADD 1 TO CNT-ESCRITOS-RECH.
           ADD 1 TO TOT-AG-RECH-CANT(RECH-AGENCIA + 1).
           IF RECH-MOTIVO IS EQUAL TO 1 OR 6
               PERFORM GRABAR-ESPERA
           END-IF.
           PERFORM GRABAR-RECHAZO-POR-AGENCIA.
           MOVE RECH-NRODOC TO ESP-NRODOC.
           MOVE RECH-AGENCIA TO ESP-AGENCIA.
           MOVE RECH-PATENTE TO ESP-PATENTE.
           MOVE RANGO-SUC-RETIRO TO ESP-SUC-RETIRO.
           MOVE RANGO-SUC-DEVOL TO ESP-SUC-DEVOL.
           WRITE REG-LISTA-ESPERA.
           IF LISTA-ESPERA-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR LISTA-ESPERA FS: "
                   LISTA-ESPERA-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.
           ADD 1 TO CNT-ESCRITOS-ESPERA.

                   RECH-MOTIVO-TEXTO
               WHEN 5 MOVE "Auto no disponible" TO
                   RECH-MOTIVO-TEXTO
               WHEN 6 MOVE "Auto en otra sucursal" TO
                   RECH-MOTIVO-TEXTO
               WHEN OTHER MOVE "Motivo no definido" TO
                   RECH-MOTIVO-TEXTO
           END-EVALUATE.
               LIST-CTRL-ETIQUETA.
           MOVE 0 TO LIST-CTRL-VALOR.
           PERFORM IMPRIMIR-LINEA-CTRL.
           PERFORM ABRIR-APROBADOS-AGENCIAS.
           MOVE 0 TO AGENCIA-IMPRESION.
           PERFORM IMPRIMIR-LINEA-AGENCIA UNTIL
               AGENCIA-IMPRESION IS GREATER THAN 4.
           CLOSE APROBADOS-AGENCIAS.

       ABRIR-APROBADOS-AGENCIAS.
           PERFORM DEPURAR-APROBADOS-DEL-DIA.
           OPEN EXTEND APROBADOS-AGENCIAS.
           IF APROBADOS-AGENCIAS-STATUS IS EQUAL TO 35
               OPEN OUTPUT APROBADOS-AGENCIAS
           END-IF.
           IF APROBADOS-AGENCIAS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR ABRIR APROBADOS-AGENCIAS FS: "
                   APROBADOS-AGENCIAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       DEPURAR-APROBADOS-DEL-DIA.
           MOVE 0 TO CNT-APA-CONSERVADOS.
           MOVE 0 TO CNT-APA-DESCARTADOS.
           OPEN INPUT APROBADOS-AGENCIAS.
           IF APROBADOS-AGENCIAS-STATUS IS EQUAL TO 35
               CONTINUE
           ELSE
               IF APROBADOS-AGENCIAS-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR APROBADOS-AGENCIAS FS: "
                       APROBADOS-AGENCIAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT APROBADOS-AGENCIAS-TMP
               IF APROBADOS-AGENCIAS-TMP-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR ABRIR APROBADOS-AGENCIAS-TMP FS: "
                       APROBADOS-AGENCIAS-TMP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEER-APROBADOS-AGENCIAS
               PERFORM COPIAR-APROBADOS-OTRO-DIA UNTIL
                   APROBADOS-AGENCIAS-STATUS IS EQUAL TO 10
               CLOSE APROBADOS-AGENCIAS
               CLOSE APROBADOS-AGENCIAS-TMP
               IF CNT-APA-DESCARTADOS IS GREATER THAN 0
                   PERFORM REEMPLAZAR-APROBADOS-AGENCIAS
               ELSE
                   CALL "CBL_DELETE_FILE" USING
                       NOMBRE-ARCHIVO-APROBADOS-TMP
               END-IF
           END-IF.

       REEMPLAZAR-APROBADOS-AGENCIAS.
           DISPLAY "AVISO: SE REEMPLAZAN " CNT-APA-DESCARTADOS
               " TOTALES DE AGENCIA YA GRABADOS PARA LA FECHA "
               FECHA-DE-HOY.
           CALL "CBL_DELETE_FILE" USING NOMBRE-ARCHIVO-APROBADOS-AG.
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "ERROR AL BORRAR APROBADOS-AGENCIAS, RC: "
                   RETURN-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_RENAME_FILE" USING
               NOMBRE-ARCHIVO-APROBADOS-TMP
               NOMBRE-ARCHIVO-APROBADOS-AG.
           IF RETURN-CODE IS NOT EQUAL TO 0
               DISPLAY "ERROR AL DEPURAR APROBADOS-AGENCIAS, RC: "
                   RETURN-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEER-APROBADOS-AGENCIAS.
           READ APROBADOS-AGENCIAS RECORD.
           IF APROBADOS-AGENCIAS-STATUS IS NOT EQUAL TO 00 AND 10
               DISPLAY "ERROR LEER APROBADOS-AGENCIAS FS: "
                   APROBADOS-AGENCIAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       COPIAR-APROBADOS-OTRO-DIA.
           IF APA-FECHA IS EQUAL TO FECHA-DE-HOY
               ADD 1 TO CNT-APA-DESCARTADOS
           ELSE
               WRITE REG-APROBADOS-AGENCIAS-TMP FROM
                   REG-APROBADOS-AGENCIAS
               IF APROBADOS-AGENCIAS-TMP-STATUS IS NOT EQUAL TO 00
                   DISPLAY "ERROR GRABAR APROBADOS-AGENCIAS-TMP FS: "
                       APROBADOS-AGENCIAS-TMP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CNT-APA-CONSERVADOS
           END-IF.
           PERFORM LEER-APROBADOS-AGENCIAS.

       IMPRIMIR-LINEA-AGENCIA.
           MOVE AGENCIA-IMPRESION TO AGENCIA-A-RESOLVER.
               VECAG-CARGADA(AGENCIA-IMPRESION) IS EQUAL TO 'SI'
               PERFORM IMPRIMIR-COMISION-AGENCIA
           END-IF.
           IF AGENCIA-IMPRESION IS GREATER THAN 0 AND
               TOT-AG-APROB-CANT(AGENCIA-IMPRESION + 1) IS GREATER
                   THAN 0
               PERFORM GRABAR-APROBADOS-AGENCIA
           END-IF.
           ADD 1 TO AGENCIA-IMPRESION.

       GRABAR-APROBADOS-AGENCIA.
           MOVE FECHA-DE-HOY TO APA-FECHA.
           MOVE AGENCIA-IMPRESION TO APA-AGENCIA.
           MOVE TOT-AG-APROB-CANT(AGENCIA-IMPRESION + 1) TO
               APA-CANTIDAD.
           MOVE TOT-AG-APROB-IMPORTE(AGENCIA-IMPRESION + 1) TO
               APA-IMPORTE.
           WRITE REG-APROBADOS-AGENCIAS.
           IF APROBADOS-AGENCIAS-STATUS IS NOT EQUAL TO 00
               DISPLAY "ERROR GRABAR APROBADOS-AGENCIAS FS: "
                   APROBADOS-AGENCIAS-STATUS
               ADD 1 TO CNT-ERRORES
           END-IF.

       IMPRIMIR-COMISION-AGENCIA.
           COMPUTE COMISION-AGENCIA ROUNDED =
               TOT-AG-APROB-IMPORTE(AGENCIA-IMPRESION + 1) *
