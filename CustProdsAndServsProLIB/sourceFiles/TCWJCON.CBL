000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000091*  15/10/26 RHM   SIMULACION: LAS PARTICIONES PUEDEN VENIR  *
000092*                 DE TCW1BAT EN MODO SIMULACION (ARCPARBAT);*
000093*                 SE CUENTAN LAS SIMULADAS OK Y LAS         *
000094*                 COLISIONES (WBS-COLISION). SI UNAS        *
000095*                 PARTICIONES SON SIMULACION Y OTRAS CARGA  *
000096*                 REAL LA CONSOLIDACION SE INFORMA CON      *
000097*                 RETURN-CODE 12. REGISTRO ADQWBS A 121.    *
000098*  15/10/26 RHM   SOLICITUDES PROGRAMADAS (WBS-PROGRAMADA)  *
000099*                 SE CUENTAN APARTE, NO COMO RECHAZOS.      *
000100*  02/09/26 RHM   CREACION. CONSOLIDADOR DE LA CARGA MASIVA *
000110*                 PARTICIONADA: RECORRE EL MAPA DE TCWISPL  *
000120*                 (ADQWMAP) EN EL ORDEN ORIGINAL DE         *
000670
000680 FD  ARCSAL01
000690     RECORDING MODE IS F.
000700 01  S01-REGISTRO            PIC X(121).
000710
000720 FD  ARCSAL02
000730     RECORDING MODE IS F.
000740 01  S02-REGISTRO            PIC X(121).
000750
000760 FD  ARCSAL03
000770     RECORDING MODE IS F.
000780 01  S03-REGISTRO            PIC X(121).
000790
000800 FD  ARCSAL04
000810     RECORDING MODE IS F.
000820 01  S04-REGISTRO            PIC X(121).
000830
000840 FD  ARCSALBAT
000850     RECORDING MODE IS F.
001320     05  TCW-CNT-CONSOLID    PIC 9(07) COMP VALUE ZERO.
001330     05  TCW-CNT-OK          PIC 9(07) COMP VALUE ZERO.
001340     05  TCW-CNT-RECHAZADOS  PIC 9(07) COMP VALUE ZERO.
001341     05  TCW-CNT-PROGRAMADOS PIC 9(07) COMP VALUE ZERO.
001342     05  TCW-CNT-SIMULADOS   PIC 9(07) COMP VALUE ZERO.
001343     05  TCW-CNT-COLISIONES  PIC 9(07) COMP VALUE ZERO.
001344*-                   ---  REGISTROS MARCADOS WBS-SIMULACION
001345     05  TCW-CNT-EN-SIMUL    PIC 9(07) COMP VALUE ZERO.
001350     05  TCW-CNT-FALTANTES   PIC 9(07) COMP VALUE ZERO.
001360     05  TCW-CNT-SOBRANTES   PIC 9(07) COMP VALUE ZERO.
001370
002520         GO TO 2000-CONSOLIDAR-UN-MAPA-EXIT
002530     END-IF
002540     ADD 1 TO TCW-CNT-CONSOLID
002550     EVALUATE TRUE
002551         WHEN WBS-ESTADO = ZERO
002560             ADD 1 TO TCW-CNT-OK
002561         WHEN WBS-SIMULADA-OK
002562             ADD 1 TO TCW-CNT-SIMULADOS
002563         WHEN WBS-PROGRAMADA
002564             ADD 1 TO TCW-CNT-PROGRAMADOS
002570         WHEN OTHER
002580             ADD 1 TO TCW-CNT-RECHAZADOS
002581     END-EVALUATE
002582     IF WBS-ES-SIMULACION
002583         ADD 1 TO TCW-CNT-EN-SIMUL
002584     END-IF
002585     IF WBS-EN-COLISION
002586         ADD 1 TO TCW-CNT-COLISIONES
002590     END-IF
002600     WRITE ADQWBS
002610     .
003690     CLOSE ARCSAL03
003700     CLOSE ARCSAL04
003710     CLOSE ARCSALBAT
003720     IF TCW-CNT-EN-SIMUL > ZERO
003721         DISPLAY 'TCWJCON - CONSOLIDACION DE LA CARGA MASIVA - '
003722             'SIMULACION'
003723     ELSE
003724         DISPLAY 'TCWJCON - CONSOLIDACION DE LA CARGA MASIVA'
003725     END-IF
003730     DISPLAY 'MAPA LEIDO           : ' TCW-CNT-MAPA
003740     DISPLAY 'CONSOLIDADOS         : ' TCW-CNT-CONSOLID
003750     DISPLAY 'AFILIACIONES OK      : ' TCW-CNT-OK
003760     DISPLAY 'AFILIACIONES RECHAZ. : ' TCW-CNT-RECHAZADOS
003761     DISPLAY 'SOLICITUDES PROGRAM. : ' TCW-CNT-PROGRAMADOS
003762     IF TCW-CNT-EN-SIMUL > ZERO
003763         DISPLAY 'SIMULADAS OK         : ' TCW-CNT-SIMULADOS
003764         DISPLAY 'COLISIONES EN CORRIDA: ' TCW-CNT-COLISIONES
003765     END-IF
003770     DISPLAY 'FALTANTES            : ' TCW-CNT-FALTANTES
003780     PERFORM 9100-INFORMAR-UNA-PARTIC
003790         THRU 9100-INFORMAR-UNA-PARTIC-EXIT
003850             DISPLAY 'TCWJCON - CONSOLIDACION INCOMPLETA - '
003860                 'NO CONTINUAR LA CADENA (REVISAR LOS '
003870                 'TCW1BAT DE CADA PARTICION)'
003871             MOVE 12 TO RETURN-CODE
003872         WHEN TCW-CNT-EN-SIMUL > ZERO
003873          AND TCW-CNT-EN-SIMUL < TCW-CNT-CONSOLID
003874             DISPLAY 'TCWJCON - PARTICIONES EN MODOS DISTINTOS '
003875                 '(SIMULACION Y CARGA REAL) - REVISAR ARCPARBAT'
003880             MOVE 12 TO RETURN-CODE
003890         WHEN TCW-CNT-RECHAZADOS > ZERO
003900             MOVE 4 TO RETURN-CODE
