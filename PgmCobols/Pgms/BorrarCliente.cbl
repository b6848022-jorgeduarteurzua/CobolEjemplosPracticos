      ******************************************************************
      * Author: Jorge Duarte
      * Date: 02-07-2025
      * Purpose: Estudio. Baja de clientes: antes de validar el saldo
      *          aplica las garantias en dinero a las facturas
      *          pendientes y, concretada la baja, devuelve su
      *          remanente (LiquidarGarantia).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  lk-eh-motivo     PIC X(04).
           05  lk-eh-operador   PIC X(10).

       01 PAR-ENTRADA-GARANTIA.
           05  lk-ga-operacion  PIC X.
           05  lk-ga-rut        PIC 9(10).
           05  lk-ga-dv         PIC X.
           05  lk-ga-servicio   PIC X(06).
           05  lk-ga-motivo     PIC X(04).
           05  lk-ga-operador   PIC X(10).
       01 PAR-SALIDA-GARANTIA.
           05  OUT-CODRET-GA    PIC 9(04).
           05  OUT-DESRET-GA    PIC X(50).
           05  OUT-APLICADO-GA  PIC 9(11)V99.
           05  OUT-DEVUELTO-GA  PIC 9(11)V99.

       LINKAGE SECTION.
       01 PAR-INPUT.
           05 RUT-CLIENTE     PIC 9(10).
                 IF usuario-baja THEN
                    MOVE "N"      TO LK-BORRADO
                 ELSE
      *                Las garantias en dinero pagan primero las
      *                facturas pendientes; asi el saldo que se valida
      *                abajo ya las considera.
                    MOVE "A" TO lk-ga-operacion
                    PERFORM LLAMAR-LIQUIDAR-GARANTIA
                    PERFORM VALIDAR-DEPENDIENTES
                    IF WS-TIENE-DEPENDIENTES = "S" THEN
                       MOVE "N"      TO LK-BORRADO
                           MOVE LK-USUARIO-BORRA   TO lk-eh-operador
                           CALL "GrabarEstadoHist" USING
                                                  PAR-ENTRADA-ESTHIST
                           MOVE "L" TO lk-ga-operacion
                           PERFORM LLAMAR-LIQUIDAR-GARANTIA
                       END-IF
                    END-IF
                 END-IF
           EXIT.


      *    GARANTIAS EN DINERO DEL CLIENTE (TODOS LOS SERVICIOS):
      *    "A" LAS APLICA A FACTURAS PENDIENTES, "L" ADEMAS DEVUELVE
      *    EL REMANENTE Y LAS CIERRA.
       LLAMAR-LIQUIDAR-GARANTIA.
           MOVE RUT-CLIENTE    TO lk-ga-rut
           MOVE RUT-DV-CLIENTE TO lk-ga-dv
           MOVE SPACES         TO lk-ga-servicio
           MOVE "BAJA"         TO lk-ga-motivo
           MOVE audit-usuario  TO lk-ga-operador
           CALL "LiquidarGarantia" USING PAR-ENTRADA-GARANTIA
                                         PAR-SALIDA-GARANTIA
           .

      *    LA RUTA DE clientes.dat SALE DEL AMBIENTE ACTIVO
      *    (LeerAmbiente), IGUAL QUE EN GrabarCliente: TODO PROGRAMA
      *    QUE ESCRIBE EL MAESTRO DEBE RESOLVERLA AQUI PARA QUE UN
