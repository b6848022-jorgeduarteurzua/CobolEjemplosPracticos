              STOP RUN
           END-IF.
      *    Resumen operacional antes de entrar al menu: el
      *    supervisor ve de una mirada si el sistema amanecio bien,
      *    y el operador recibe los avisos que aun no ha leido.
           CALL "PanelControl" USING PAR-SALIDA-LOGIN.

       MAIN-MENU.
           PERFORM ARMAR-SLOTS-MENU
               PERFORM OPTION-63
             WHEN 64
               PERFORM OPTION-64
             WHEN 65
               PERFORM OPTION-65
             WHEN 66
               PERFORM OPTION-66
             WHEN 67
               PERFORM OPTION-67
             WHEN 68
               PERFORM OPTION-68
             WHEN 69
               PERFORM OPTION-69
             WHEN 70
               PERFORM OPTION-70
             WHEN 71
               PERFORM OPTION-71
             WHEN 72
               PERFORM OPTION-72
             WHEN 73
               PERFORM OPTION-73
             WHEN 74
               PERFORM OPTION-74
             WHEN 75
               PERFORM OPTION-75
             WHEN 76
               PERFORM OPTION-76
             WHEN 77
               PERFORM OPTION-77
             WHEN 78
               PERFORM OPTION-78
             WHEN 79
               PERFORM OPTION-79
             WHEN 80
               PERFORM OPTION-80
             WHEN 81
               PERFORM OPTION-81
             WHEN 82
               PERFORM OPTION-82
             WHEN 83
               PERFORM OPTION-83
             WHEN 84
               PERFORM OPTION-84
             WHEN 85
               PERFORM OPTION-85
             WHEN 86
               PERFORM OPTION-86
             WHEN 87
               PERFORM OPTION-87
             WHEN 88
               PERFORM OPTION-88
             WHEN 89
               PERFORM OPTION-89
             WHEN 90
               PERFORM OPTION-90
             WHEN 91
               PERFORM OPTION-91
             WHEN 92
               PERFORM OPTION-92
             WHEN 93
               PERFORM OPTION-93
             WHEN 94
               PERFORM OPTION-94
             WHEN 95
               PERFORM OPTION-95
             WHEN 96
               PERFORM OPTION-96
             WHEN 97
               PERFORM OPTION-97
             WHEN 98
               PERFORM OPTION-98
             WHEN OTHER
               DISPLAY "Opción inválida. Intente de nuevo."
               GO TO MAIN-MENU
           CALL "ImprimirFacturas" USING PAR-SALIDA-LOGIN.
           GO TO MAIN-MENU.

       OPTION-65.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a devoluciones."
           ELSE
              CALL "DevolucionSaldo" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-66.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a rezagos del banco."
           ELSE
              CALL "SuspensoBanco" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-67.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a anulacion de pagos."
           ELSE
              CALL "AnularPago" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-68.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a cargos extraordinarios."
           ELSE
              CALL "CargosExtraordinarios" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-69.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a promociones."
           ELSE
              CALL "MantenedorPromociones" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-70.
           CALL "ReportePromociones" USING PAR-SALIDA-LOGIN.
           GO TO MAIN-MENU.

       OPTION-71.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a disputas de facturas."
           ELSE
              CALL "MantenedorDisputas" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-72.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a captura de visitas."
           ELSE
              CALL "CapturarVisitas" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-73.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a condonacion de intereses."
           ELSE
              CALL "CondonarIntereses" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-74.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a pagadores."
           ELSE
              CALL "MantenedorPagadores" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-75.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a garantias."
           ELSE
              CALL "MantenedorGarantias" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-76.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a canje de puntos."
           ELSE
              CALL "CanjearPuntos" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-77.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A administra la cartera."
           ELSE
              CALL "AsignarCartera" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-78.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a reclamos."
           ELSE
              CALL "MantenedorReclamos" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-79.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso al dispensador de turnos."
           ELSE
              CALL "EmitirTurno" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-80.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a atencion de turnos."
           ELSE
              CALL "AtenderTurnos" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-81.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A mantiene la dotacion."
           ELSE
              CALL "MantenedorDotacion" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-82.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a remesas."
           ELSE
              CALL "RemesaCaja" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-83.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a plantillas."
           ELSE
              CALL "MantenedorPlantillas" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-84.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A cierra periodos contables."
           ELSE
              CALL "CierrePeriodo" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-85.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A reconstruye saldos."
           ELSE
              CALL "ReconstruirSaldos" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-86.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A aplica la retencion de datos."
           ELSE
              CALL "AplicarRetencion" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-87.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A refresca el ambiente de prueba."
           ELSE
              CALL "RefrescarPrueba" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-88.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A administra clientes sensibles."
           ELSE
              CALL "MantenedorSensibles" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

      *    EL OFICIAL DE SEGURIDAD NO ES NECESARIAMENTE PERFIL A; LOS
      *    PROGRAMAS VALIDAN CONTRA alertas_param.dat.
       OPTION-89.
           CALL "CerrarAlertas" USING PAR-SALIDA-LOGIN
           GO TO MAIN-MENU.

       OPTION-90.
           CALL "ResumenAlertas" USING PAR-SALIDA-LOGIN
           GO TO MAIN-MENU.

       OPTION-91.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A emite el reporte de segregacion."
           ELSE
              CALL "SegregacionFunciones" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-92.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A lanza la recertificacion."
           ELSE
              CALL "GenerarRecertificacion" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

      *    CADA SUPERVISOR CERTIFICA A SUS OPERADORES; EL PROGRAMA
      *    FILTRA LA LISTA POR EL OPERADOR CONECTADO.
       OPTION-93.
           CALL "CertificarAccesos" USING PAR-SALIDA-LOGIN
           GO TO MAIN-MENU.

       OPTION-94.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a Registro de Fallecimiento."
           ELSE
              CALL "RegistrarFallecimiento" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-95.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a Liquidacion de Sucesion."
           ELSE
              CALL "LiquidarSucesion" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-96.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL = "L" THEN
              DISPLAY "Perfil sin acceso a Mantencion Masiva."
           ELSE
              CALL "MantencionMasiva" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-97.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A publica avisos a operadores."
           ELSE
              CALL "MantenedorMensajes" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       OPTION-98.
           IF WS-PERM-CANT = 0 AND
              LK-OPERADOR-PERFIL NOT = "A" THEN
              DISPLAY "Solo perfil A emite la lectura de avisos."
           ELSE
              CALL "ReporteMensajes" USING PAR-SALIDA-LOGIN
           END-IF
           GO TO MAIN-MENU.

       EXIT-PROGRAM.
           MOVE LK-OPERADOR-ID TO lk-se-operador.
           MOVE "LOGOUT"       TO lk-se-evento.
