000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000091*  15/10/26 RHM   SIMULACION (PRONOSTICO PRE-CARGA): CON    *
000092*                 MODO 'S' EN ARCPARBAT (ADQWSIM) CADA      *
000093*                 SOLICITUD VA A TCW0WVC CON                *
000094*                 WVC-HDR-SIMULACION: SOLO VALIDACIONES     *
000095*                 LOCALES, SIN VULCANO NI GRABACIONES.      *
000096*                 ARCSALBAT SALE CON WBS-SIMULACION Y CON   *
000097*                 WBS-COLISION EN LO QUE CHOCA CON OTRO     *
000098*                 REGISTRO DE LA CORRIDA, PARA TCWBREM. EL  *
000099*                 RETURN-CODE SIGUE LAS MISMAS REGLAS.      *
000100*  15/10/26 RHM   FECHA EFECTIVA: WBE-FECHA-EFECTIVA PASA A *
000101*                 TCW0WVC; LA SOLICITUD FUTURA VUELVE COMO  *
000102*                 WVC-PROGRAMADO Y SE CUENTA APARTE (NO ES  *
000103*                 RECHAZO NI AFILIACION OK).                *
000104*  15/10/26 RHM   RECHAZO LOCAL DE TCW0WVC (SIN MENSAJE DE  *
000105*                 VULCANO): WBS-MENSAJ LLEVA WVC-RET-MSGERR *
000106*                 PARA QUE EL MOTIVO (P.EJ. CLIENTE NO      *
000107*                 ELEGIBLE) LLEGUE AL EMPLEADOR EN TCWBREM. *
000108*  23/08/26 RHM   CORTE DE CORRIDA POR INTERFASE CAIDA:     *
000109*                 TRAS N RESULTADOS WVC-ERR-CICS/WVC-ERR-   *
000110*                 DB2 CONSECUTIVOS (N EN ARCPARWVC, COMO EL *
000111*                 TOPE DE REINTENTOS) SE ABORTA LA CORRIDA. *
000112*                 RETURN-CODE: 0=LIMPIO, 4=TERMINO CON      *
000113*                 RECHAZOS, 12=ABORTADA POR INTERFASE CAIDA *
000114*                 PARA CONDICIONAR LA CADENA DE JOBS.       *
000115*  27/07/26 RHM   CREACION. CARGA MASIVA DE SOLICITUDES DE  *
000116*                 AFILIACION A CTA SUELDO (PAYROLL), UN     *
000120*                 REGISTRO POR EMPLEADO, REUTILIZANDO EL    *
000130*                 DRIVER TCW0WVC PARA CADA SOLICITUD.       *
000140*----------------------------------------------------------*
000324     SELECT ARCPARWVC ASSIGN TO PARWVC
000326         ORGANIZATION  IS LINE SEQUENTIAL
000328         FILE STATUS   IS TCW-FS-PARWVC.
000329
000330     SELECT ARCPARBAT ASSIGN TO PARBAT
000331         ORGANIZATION  IS LINE SEQUENTIAL
000332         FILE STATUS   IS TCW-FS-PARBAT.
000333
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  ARCENTBAT
000424 FD  ARCPARWVC
000426     RECORDING MODE IS F.
000428     COPY ADQWPAR.
000429
000430 FD  ARCPARBAT
000431     RECORDING MODE IS F.
000432     COPY ADQWSIM.
000433
000440 WORKING-STORAGE SECTION.
000450 01  TCW-INDICADORES-ARCHIVO.
000460     05  TCW-FS-ENTBAT        PIC X(02).
000500         88  TCW-OK-SALBAT           VALUE '00'.
000502     05  TCW-FS-PARWVC        PIC X(02).
000504         88  TCW-OK-PARWVC           VALUE '00'.
000505     05  TCW-FS-PARBAT        PIC X(02).
000506         88  TCW-OK-PARBAT           VALUE '00'.
000510
000520 01  TCW-SWITCHES.
000530     05  TCW-SW-FINARCHIVO   PIC X(01) VALUE SPACE.
000540         88  TCW-FIN-DE-ARCHIVO     VALUE 'S'.
000542     05  TCW-SW-INTFCAIDA    PIC X(01) VALUE SPACE.
000544         88  TCW-INTERFASE-CAIDA    VALUE 'S'.
000545     05  TCW-SW-MODO         PIC X(01) VALUE 'R'.
000546         88  TCW-MODO-REAL          VALUE 'R'.
000547         88  TCW-MODO-SIMULACION    VALUE 'S'.
000550
000551*----------------------------------------------------------*
000552*  CORTE POR INTERFASE CAIDA                                *
000570     05  TCW-CNT-LEIDOS      PIC 9(07) COMP VALUE ZERO.
000580     05  TCW-CNT-OK          PIC 9(07) COMP VALUE ZERO.
000590     05  TCW-CNT-RECHAZADOS  PIC 9(07) COMP VALUE ZERO.
000591     05  TCW-CNT-PROGRAMADOS PIC 9(07) COMP VALUE ZERO.
000592     05  TCW-CNT-SIMULADOS   PIC 9(07) COMP VALUE ZERO.
000593     05  TCW-CNT-COLISIONES  PIC 9(07) COMP VALUE ZERO.
000600
000605 01  TCW-FECHA-HORA-HOY.
000606     05  TCW-FECHA-HOY       PIC 9(06).
000905     END-IF
000906     PERFORM 1100-LEER-PARAMETROS
000907         THRU 1100-LEER-PARAMETROS-EXIT
000908     PERFORM 1200-LEER-MODO
000909         THRU 1200-LEER-MODO-EXIT
000910     PERFORM 2100-LEER-ENTRADA
000920         THRU 2100-LEER-ENTRADA-EXIT
000930     .
000974     EXIT.
000975
000976*----------------------------------------------------------*
000977*  1200-LEER-MODO - LEE EL REGISTRO DE CONTROL DE LA        *
000978*                   CORRIDA; SIN ARCHIVO, O CON MODO 'R' O  *
000979*                   ESPACIO, LA CARGA ES REAL               *
000980*----------------------------------------------------------*
000981 1200-LEER-MODO SECTION.
000982     OPEN INPUT ARCPARBAT
000983     IF TCW-OK-PARBAT
000984         READ ARCPARBAT
000985             AT END
000986                 MOVE SPACE TO SIM-MODO
000987         END-READ
000988         IF TCW-OK-PARBAT AND SIM-SIMULACION
000989             SET  TCW-MODO-SIMULACION TO TRUE
000990         END-IF
000991         CLOSE ARCPARBAT
000992     END-IF
000993     IF TCW-MODO-SIMULACION
000994         DISPLAY 'TCW1BAT - CORRIDA DE SIMULACION: NO SE INVOCA '
000995             'VULCANO NI SE ACTUALIZA NINGUN ARCHIVO'
000996     END-IF
000997     .
000998 1200-LEER-MODO-EXIT.
000999     EXIT.
001000
001001*----------------------------------------------------------*
001002*  2000-PROCESAR-UN-REGISTRO - ARMA UN ADQCWVC A PARTIR DEL *
001003*                              REGISTRO DE ENTRADA, INVOCA  *
001004*                              TCW0WVC Y GRABA LA SALIDA    *
001010*----------------------------------------------------------*
001020 2000-PROCESAR-UN-REGISTRO SECTION.
001030     ADD 1 TO TCW-CNT-LEIDOS
001070     PERFORM 2300-ARMAR-SALIDA
001080         THRU 2300-ARMAR-SALIDA-EXIT
001090     WRITE ADQWBS
001100     EVALUATE TRUE
001101         WHEN WVC-OK
001110             ADD 1 TO TCW-CNT-OK
001111         WHEN WVC-SIMULADO
001112             ADD 1 TO TCW-CNT-SIMULADOS
001113         WHEN WVC-PROGRAMADO
001114             ADD 1 TO TCW-CNT-PROGRAMADOS
001120         WHEN OTHER
001130             ADD 1 TO TCW-CNT-RECHAZADOS
001131     END-EVALUATE
001132     IF WVC-OUT-EN-COLISION
001133         ADD 1 TO TCW-CNT-COLISIONES
001140     END-IF
001141     PERFORM 2400-CONTROLAR-CORTE
001142         THRU 2400-CONTROLAR-CORTE-EXIT
001420     MOVE WBE-COD-PRODUCTO    TO WVC-COD-PRODUCTO
001430     MOVE WBE-RUC             TO WVC-RUC
001440     MOVE WBE-CODMON          TO WVC-CODMON
001441     MOVE WBE-FECHA-EFECTIVA  TO WVC-FECHA-EFECTIVA
001442     IF TCW-MODO-SIMULACION
001443         SET  WVC-HDR-SIMULACION TO TRUE
001444     END-IF
001450     .
001460 2200-ARMAR-COMMAREA-EXIT.
001470     EXIT.
001550     MOVE WVC-RET-CODERR      TO WBS-CODERR
001560     MOVE WVC-OUT-FLGRPT      TO WBS-FLGRPT
001570     MOVE WVC-OUT-MENSAJ      TO WBS-MENSAJ
001571     IF WVC-OUT-MENSAJ = SPACE AND NOT WVC-OK
001572        AND NOT WVC-PROGRAMADO
001573         MOVE WVC-RET-MSGERR  TO WBS-MENSAJ
001574     END-IF
001580     MOVE WVC-OUT-NROCTA      TO WBS-NROCTA
001590     MOVE WVC-OUT-MONEFE      TO WBS-MONEFE
001600     MOVE WVC-HDR-NUMINV      TO WBS-NUMINV
001601     MOVE SPACE               TO WBS-SIMULACION
001602     IF TCW-MODO-SIMULACION
001603         SET  WBS-ES-SIMULACION TO TRUE
001604     END-IF
001605     MOVE WVC-OUT-COLISION    TO WBS-COLISION
001610     .
001620 2300-ARMAR-SALIDA-EXIT.
001630     EXIT.
001680 9000-FINAL SECTION.
001690     CLOSE ARCENTBAT
001700     CLOSE ARCSALBAT
001710     IF TCW-MODO-SIMULACION
001711         DISPLAY 'TCW1BAT - CARGA MASIVA DE AFILIACIONES - '
001712             'SIMULACION'
001713     ELSE
001714         DISPLAY 'TCW1BAT - CARGA MASIVA DE AFILIACIONES'
001715     END-IF
001720     DISPLAY 'REGISTROS LEIDOS     : ' TCW-CNT-LEIDOS
001730     DISPLAY 'AFILIACIONES OK      : ' TCW-CNT-OK
001740     DISPLAY 'AFILIACIONES RECHAZ. : ' TCW-CNT-RECHAZADOS
001741     DISPLAY 'SOLICITUDES PROGRAM. : ' TCW-CNT-PROGRAMADOS
001742     IF TCW-MODO-SIMULACION
001743         DISPLAY 'SIMULADAS OK         : ' TCW-CNT-SIMULADOS
001744         DISPLAY 'COLISIONES EN CORRIDA: ' TCW-CNT-COLISIONES
001745     END-IF
001746     EVALUATE TRUE
001747         WHEN TCW-INTERFASE-CAIDA
001748             DISPLAY 'TCW1BAT - CORRIDA ABORTADA POR INTERFASE '
001749                 'CAIDA TRAS ' TCW-ERRCONSEC-ACT
001750                 ' ERRORES CONSECUTIVOS'
001751             MOVE 12 TO RETURN-CODE
001752         WHEN TCW-CNT-RECHAZADOS > ZERO
001753             MOVE 4 TO RETURN-CODE
001754         WHEN OTHER
001755             MOVE ZERO TO RETURN-CODE
001756     END-EVALUATE
001757     .
001760 9000-FINAL-EXIT.
001770     EXIT.
