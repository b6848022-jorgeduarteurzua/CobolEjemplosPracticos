      ******************************************************************
      * Author: Jorge Duarte
      * Date: 15-10-2026
      * Purpose: Pre-facturacion: corre GenFacturas en modo simulacion
      *          para el periodo en curso. Arma y valoriza las mismas
      *          facturas que la corrida real pero no graba nada; deja
      *          en spool (SIMFACTURACION) la prueba que facturacion
      *          revisa y firma antes del paso real de la cadena:
      *          clientes que se omitirian y por que, variacion de
      *          cada cliente contra su factura anterior, facturas y
      *          monto por servicio, y totales contra el mes anterior.
      *          Va en cadena_batch.dat (PARAM N) en una cadena
      *          previa a la que corre GenFacturas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SimularFacturacion.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    PARAMETRO OPCIONAL DE GenFacturas: S = SIMULACION.
       01 PAR-MODO-FACT.
           05  LK-MODO-FACT     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "S" TO LK-MODO-FACT
           CALL "GenFacturas" USING PAR-MODO-FACT
           CANCEL "GenFacturas"
           GOBACK.

       END PROGRAM SimularFacturacion.
