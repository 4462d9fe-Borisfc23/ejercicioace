      ************************************************************************
800067*     * 800067 15/10/26 RHM MARCA DE SIMULACION Y COLISION          **
800062*     * 800062 15/10/26 RHM ESTADO SOLICITUD PROGRAMADA             **
800003*     * 800003 07/27/26 RHM CREACION - REGISTRO SALIDA BATCH WVC    **
      ************************************************************************
      ***************************************************************
           03  WBS-RESULTADO.
      *-                               ---  ESTADO DE RETORNO
               05  WBS-ESTADO          PIC  9(02).
800062*-                                    ---  FECHA EFECTIVA FUTURA:
800062*-                                          QUEDO PROGRAMADA EN
800062*-                                          ARCPENWVC (WVC-
800062*-                                          PROGRAMADO)
800062             88  WBS-PROGRAMADA  VALUE  05.
800067*-                                    ---  SIMULACION: PASO LAS
800067*-                                          VALIDACIONES LOCALES
800067*-                                          (WVC-SIMULADO)
800067             88  WBS-SIMULADA-OK VALUE  01.
      *-                               ---  CODIGO DE ERROR
               05  WBS-CODERR          PIC  9(04).
      *-                               ---  0=NO OK 1=OK
               05  WBS-MONEFE          PIC  9(03).
      *-                               ---  NUMERO DE INTENTOS REALIZADOS
               05  WBS-NUMINV          PIC  9(02).
800067*-                               ---  'S' = RESULTADO DE UNA
800067*-                                     CORRIDA DE SIMULACION (NO
800067*-                                     SE INVOCO VULCANO NI SE
800067*-                                     ABRIO NINGUNA CUENTA)
800067         05  WBS-SIMULACION      PIC  X(01).
800067             88  WBS-ES-SIMULACION   VALUE  'S'.
800067*-                               ---  'S' = RECHAZO CAUSADO POR
800067*-                                     OTRO REGISTRO DE LA MISMA
800067*-                                     CORRIDA (WVC-OUT-COLISION)
800067         05  WBS-COLISION        PIC  X(01).
800067             88  WBS-EN-COLISION     VALUE  'S'.
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWBS -----------------------------*
      *-------------------------------------------------------------*
