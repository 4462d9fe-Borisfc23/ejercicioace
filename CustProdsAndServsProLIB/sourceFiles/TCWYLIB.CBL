000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TCWYLIB.
000030 AUTHOR.        RHM - AREA TARJETA DE CREDITO.
000040 INSTALLATION.  CUST PRODS AND SERVS PRO LIB.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000100*  15/10/26 RHM   ARCSALBAT/ADQWBS LLEVA LAS MARCAS DE      *
000110*                 SIMULACION Y COLISION: ESTA SALIDA ES     *
000120*                 SIEMPRE REAL Y LAS GRABA EN ESPACIO.      *
000130*  15/10/26 RHM   CREACION. LIBERACION DIARIA DE LAS        *
000140*                 SOLICITUDES PROGRAMADAS (ADQWPEN) CUYA    *
000150*                 FECHA EFECTIVA YA SE CUMPLIO: CADA UNA SE *
000160*                 PASA POR TCW0WVC CON LA CABECERA DE LA    *
000170*                 SOLICITUD ORIGINAL (USUARIO, ORIGEN Y     *
000180*                 PROGRAMA) Y LA FECHA/HORA DE HOY, SE      *
000190*                 GRABA SU RESULTADO EN ARCSALLIB (ADQWBS,  *
000200*                 COMO TCW1BAT) Y LA PENDIENTE QUEDA        *
000210*                 LIBERADA CON ESE RESULTADO. MISMO CORTE   *
000220*                 POR INTERFASE CAIDA QUE TCW1BAT; LAS NO   *
000230*                 PROCESADAS SIGUEN PENDIENTES Y SALEN EN   *
000240*                 LA PROXIMA CORRIDA.                       *
000250*                 RETURN-CODE: 0=LIMPIO, 4=TERMINO CON      *
000260*                 RECHAZOS, 8=ERROR AL REGRABAR PENDIENTES, *
000270*                 12=ABORTADA POR INTERFASE CAIDA.          *
000280*----------------------------------------------------------*
000290*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000300*  OBJETIVO : LIBERACION DE SOLICITUDES PROGRAMADAS         *
000310*  ENTRADA  : ARCPENWVC  - SOLICITUDES PROGRAMADAS (ADQWPEN)*
000320*             ARCPARWVC  - PARAMETROS OPERATIVOS (ADQWPAR)  *
000330*  SALIDA   : ARCSALLIB  - RESULTADO DE LAS LIBERADAS       *
000340*                          (ADQWBS)                         *
000350*             ARCPENWVC  - PENDIENTES LIBERADAS             *
000360*----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ARCPENWVC  ASSIGN TO PENWVC
000430         ORGANIZATION  IS INDEXED
000440         ACCESS MODE   IS DYNAMIC
000450         RECORD KEY    IS PEN-CLAVE
000460         FILE STATUS   IS TCW-FS-PENWVC.
000470
000480     SELECT ARCSALLIB  ASSIGN TO SALLIB
000490         ORGANIZATION  IS LINE SEQUENTIAL
000500         FILE STATUS   IS TCW-FS-SALLIB.
000510
000520     SELECT ARCPARWVC  ASSIGN TO PARWVC
000530         ORGANIZATION  IS LINE SEQUENTIAL
000540         FILE STATUS   IS TCW-FS-PARWVC.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ARCPENWVC
000590     RECORDING MODE IS F.
000600     COPY ADQWPEN.
000610
000620 FD  ARCSALLIB
000630     RECORDING MODE IS F.
000640     COPY ADQWBS.
000650
000660 FD  ARCPARWVC
000670     RECORDING MODE IS F.
000680     COPY ADQWPAR.
000690
000700 WORKING-STORAGE SECTION.
000710 01  TCW-INDICADORES-ARCHIVO.
000720     05  TCW-FS-PENWVC        PIC X(02).
000730         88  TCW-OK-PENWVC           VALUE '00'.
000740         88  TCW-FIN-PENWVC          VALUE '10'.
000750         88  TCW-NOENC-PENWVC        VALUE '35'.
000760     05  TCW-FS-SALLIB        PIC X(02).
000770         88  TCW-OK-SALLIB           VALUE '00'.
000780     05  TCW-FS-PARWVC        PIC X(02).
000790         88  TCW-OK-PARWVC           VALUE '00'.
000800
000810 01  TCW-SWITCHES.
000820     05  TCW-SW-FINARCHIVO   PIC X(01) VALUE SPACE.
000830         88  TCW-FIN-DE-ARCHIVO     VALUE 'S'.
000840     05  TCW-SW-PENWVC-ABTO  PIC X(01) VALUE SPACE.
000850         88  TCW-PENWVC-ABIERTO     VALUE 'S'.
000860     05  TCW-SW-INTFCAIDA    PIC X(01) VALUE SPACE.
000870         88  TCW-INTERFASE-CAIDA    VALUE 'S'.
000880     05  TCW-SW-ERROR-PENWVC PIC X(01) VALUE SPACE.
000890         88  TCW-ERROR-PENWVC       VALUE 'S'.
000900
000910*----------------------------------------------------------*
000920*  CORTE POR INTERFASE CAIDA (IGUAL QUE TCW1BAT)            *
000930*----------------------------------------------------------*
000940 01  TCW-PARM-CORTE.
000950*-                   ---  ERRORES CICS/DB2 CONSECUTIVOS QUE
000960*-                        ABORTAN LA CORRIDA. VALOR POR
000970*-                        DEFECTO; SE SOBRESCRIBE DESDE
000980*-                        ARCPARWVC (ADQWPAR) SI ESE ARCHIVO
000990*-                        EXISTE.
001000     05  TCW-MAX-ERRCONSEC   PIC 9(03) COMP VALUE 010.
001010     05  TCW-ERRCONSEC-ACT   PIC 9(03) COMP VALUE ZERO.
001020
001030 01  TCW-CONTADORES.
001040     05  TCW-CNT-LEIDOS      PIC 9(07) COMP VALUE ZERO.
001050     05  TCW-CNT-NO-PENDIENTES
001060                             PIC 9(07) COMP VALUE ZERO.
001070     05  TCW-CNT-FUTURAS     PIC 9(07) COMP VALUE ZERO.
001080     05  TCW-CNT-LIBERADAS   PIC 9(07) COMP VALUE ZERO.
001090     05  TCW-CNT-OK          PIC 9(07) COMP VALUE ZERO.
001100     05  TCW-CNT-RECHAZADOS  PIC 9(07) COMP VALUE ZERO.
001110
001120 01  TCW-FECHA-HORA-HOY.
001130     05  TCW-FECHA-HOY       PIC 9(06).
001140     05  TCW-HORA-HOY        PIC 9(08).
001150 01  TCW-FECHA-HOY-X         REDEFINES TCW-FECHA-HORA-HOY
001160                             PIC X(06).
001170
001180 01  TCW-PGM-LIBERACION      PIC X(08) VALUE 'TCWYLIB'.
001190
001200     COPY ADQCWVC.
001210
001220 LINKAGE SECTION.
001230
001240 PROCEDURE DIVISION.
001250*----------------------------------------------------------*
001260*  0000-MAINLINE - RECORRE LAS SOLICITUDES PROGRAMADAS Y    *
001270*                  LIBERA LAS VENCIDAS                      *
001280*----------------------------------------------------------*
001290 0000-MAINLINE SECTION.
001300     PERFORM 1000-INICIAL
001310         THRU 1000-INICIAL-EXIT
001320     PERFORM 2000-PROCESAR-UNA-PENDIENTE
001330         THRU 2000-PROCESAR-UNA-PENDIENTE-EXIT
001340             UNTIL TCW-FIN-DE-ARCHIVO
001350     PERFORM 9000-FINAL
001360         THRU 9000-FINAL-EXIT
001370     GOBACK
001380     .
001390 0000-MAINLINE-EXIT.
001400     EXIT.
001410
001420*----------------------------------------------------------*
001430*  1000-INICIAL - ABRE ARCHIVOS Y LEE LA PRIMERA PENDIENTE. *
001440*                 SIN ARCHIVO DE PROGRAMADAS NO HAY NADA    *
001450*                 QUE LIBERAR: LA SALIDA QUEDA VACIA        *
001460*----------------------------------------------------------*
001470 1000-INICIAL SECTION.
001480     ACCEPT TCW-FECHA-HOY FROM DATE
001490     OPEN OUTPUT ARCSALLIB
001500     IF NOT TCW-OK-SALLIB
001510         DISPLAY 'TCWYLIB - ERROR AL ABRIR ARCSALLIB - STATUS '
001520             TCW-FS-SALLIB
001530         MOVE 8 TO RETURN-CODE
001540         GOBACK
001550     END-IF
001560     OPEN I-O ARCPENWVC
001570     IF TCW-NOENC-PENWVC
001580         DISPLAY 'TCWYLIB - SIN ARCHIVO DE SOLICITUDES '
001590             'PROGRAMADAS'
001600         SET  TCW-FIN-DE-ARCHIVO TO TRUE
001610         GO TO 1000-INICIAL-EXIT
001620     END-IF
001630     IF NOT TCW-OK-PENWVC
001640         DISPLAY 'TCWYLIB - ERROR AL ABRIR ARCPENWVC - STATUS '
001650             TCW-FS-PENWVC
001660         CLOSE ARCSALLIB
001670         MOVE 8 TO RETURN-CODE
001680         GOBACK
001690     END-IF
001700     SET  TCW-PENWVC-ABIERTO TO TRUE
001710     PERFORM 1100-LEER-PARAMETROS
001720         THRU 1100-LEER-PARAMETROS-EXIT
001730     PERFORM 2100-LEER-PENDIENTE
001740         THRU 2100-LEER-PENDIENTE-EXIT
001750     .
001760 1000-INICIAL-EXIT.
001770     EXIT.
001780
001790*----------------------------------------------------------*
001800*  1100-LEER-PARAMETROS - LEE EL ARCHIVO DE PARAMETROS      *
001810*                         OPERATIVOS; SI NO EXISTE SE       *
001820*                         CONSERVA EL VALOR POR DEFECTO DE  *
001830*                         TCW-MAX-ERRCONSEC                 *
001840*----------------------------------------------------------*
001850 1100-LEER-PARAMETROS SECTION.
001860     OPEN INPUT ARCPARWVC
001870     IF TCW-OK-PARWVC
001880         READ ARCPARWVC
001890             AT END
001900                 CONTINUE
001910         END-READ
001920         IF TCW-OK-PARWVC AND PAR-MAX-ERRCONSEC NUMERIC
001930            AND PAR-MAX-ERRCONSEC > ZERO
001940             MOVE PAR-MAX-ERRCONSEC TO TCW-MAX-ERRCONSEC
001950         END-IF
001960         CLOSE ARCPARWVC
001970     END-IF
001980     .
001990 1100-LEER-PARAMETROS-EXIT.
002000     EXIT.
002010
002020*----------------------------------------------------------*
002030*  2000-PROCESAR-UNA-PENDIENTE - SOLO LAS PENDIENTES CON    *
002040*                                FECHA EFECTIVA CUMPLIDA:   *
002050*                                INVOCA TCW0WVC, GRABA LA   *
002060*                                SALIDA Y MARCA LIBERADA    *
002070*----------------------------------------------------------*
002080 2000-PROCESAR-UNA-PENDIENTE SECTION.
002090     ADD 1 TO TCW-CNT-LEIDOS
002100     IF NOT PEN-PENDIENTE
002110         ADD 1 TO TCW-CNT-NO-PENDIENTES
002120         GO TO 2000-PROCESAR-SIGUIENTE
002130     END-IF
002140     IF PEN-FECHA-EFECTIVA > TCW-FECHA-HOY-X
002150         ADD 1 TO TCW-CNT-FUTURAS
002160         GO TO 2000-PROCESAR-SIGUIENTE
002170     END-IF
002180     ADD 1 TO TCW-CNT-LIBERADAS
002190     PERFORM 2200-ARMAR-COMMAREA
002200         THRU 2200-ARMAR-COMMAREA-EXIT
002210     CALL 'TCW0WVC' USING ADQCWVC
002220     PERFORM 2300-ARMAR-SALIDA
002230         THRU 2300-ARMAR-SALIDA-EXIT
002240     WRITE ADQWBS
002250     IF WVC-OK
002260         ADD 1 TO TCW-CNT-OK
002270     ELSE
002280         ADD 1 TO TCW-CNT-RECHAZADOS
002290     END-IF
002300     PERFORM 2500-MARCAR-LIBERADA
002310         THRU 2500-MARCAR-LIBERADA-EXIT
002320     PERFORM 2400-CONTROLAR-CORTE
002330         THRU 2400-CONTROLAR-CORTE-EXIT
002340     IF TCW-INTERFASE-CAIDA
002350         GO TO 2000-PROCESAR-UNA-PENDIENTE-EXIT
002360     END-IF
002370     .
002380 2000-PROCESAR-SIGUIENTE.
002390     PERFORM 2100-LEER-PENDIENTE
002400         THRU 2100-LEER-PENDIENTE-EXIT
002410     .
002420 2000-PROCESAR-UNA-PENDIENTE-EXIT.
002430     EXIT.
002440
002450 2100-LEER-PENDIENTE SECTION.
002460     READ ARCPENWVC NEXT RECORD
002470         AT END
002480             SET  TCW-FIN-DE-ARCHIVO TO TRUE
002490     END-READ
002500     .
002510 2100-LEER-PENDIENTE-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------*
002550*  2200-ARMAR-COMMAREA - LA SOLICITUD SE PRESENTA CON LA    *
002560*                        CABECERA ORIGINAL (LA AUTORIZACION *
002570*                        DEL USUARIO/ORIGEN SE VUELVE A     *
002580*                        VERIFICAR HOY) Y SU FECHA EFECTIVA *
002590*                        YA CUMPLIDA                        *
002600*----------------------------------------------------------*
002610 2200-ARMAR-COMMAREA SECTION.
002620     INITIALIZE ADQCWVC
002630     ACCEPT TCW-HORA-HOY      FROM TIME
002640     MOVE TCW-FECHA-HOY       TO WVC-HDR-FECHA
002650     MOVE TCW-HORA-HOY(1:6)   TO WVC-HDR-HORA
002660     MOVE PEN-USRFUN          TO WVC-HDR-USRFUN
002670     MOVE PEN-ORIGEN          TO WVC-HDR-ORIGEN
002680     MOVE PEN-PGMINV          TO WVC-HDR-PGMINV
002690     MOVE 1                   TO WVC-HDR-NUMINV
002700     MOVE PEN-COD-UNICO       TO WVC-COD-UNICO
002710     MOVE PEN-COD-PRODUCTO    TO WVC-COD-PRODUCTO
002720     MOVE PEN-RUC             TO WVC-RUC
002730     MOVE PEN-CODMON          TO WVC-CODMON
002740     MOVE PEN-OPERACION       TO WVC-OPERACION
002750     MOVE PEN-FECHA-EFECTIVA  TO WVC-FECHA-EFECTIVA
002760     .
002770 2200-ARMAR-COMMAREA-EXIT.
002780     EXIT.
002790
002800 2300-ARMAR-SALIDA SECTION.
002810     MOVE PEN-COD-UNICO       TO WBS-COD-UNICO
002820     MOVE PEN-COD-PRODUCTO    TO WBS-COD-PRODUCTO
002830     MOVE PEN-RUC             TO WBS-RUC
002840     MOVE PEN-CODMON          TO WBS-CODMON
002850     MOVE WVC-RET-ESTADO      TO WBS-ESTADO
002860     MOVE WVC-RET-CODERR      TO WBS-CODERR
002870     MOVE WVC-OUT-FLGRPT      TO WBS-FLGRPT
002880     MOVE WVC-OUT-MENSAJ      TO WBS-MENSAJ
002890     IF WVC-OUT-MENSAJ = SPACE AND NOT WVC-OK
002900         MOVE WVC-RET-MSGERR  TO WBS-MENSAJ
002910     END-IF
002920     MOVE WVC-OUT-NROCTA      TO WBS-NROCTA
002930     MOVE WVC-OUT-MONEFE      TO WBS-MONEFE
002940     MOVE WVC-HDR-NUMINV      TO WBS-NUMINV
002950     MOVE SPACE               TO WBS-SIMULACION
002960     MOVE SPACE               TO WBS-COLISION
002970     .
002980 2300-ARMAR-SALIDA-EXIT.
002990     EXIT.
003000
003010*----------------------------------------------------------*
003020*  2400-CONTROLAR-CORTE - CUENTA LOS RESULTADOS WVC-ERR-    *
003030*                         CICS/WVC-ERR-DB2 CONSECUTIVOS Y   *
003040*                         ABORTA LA CORRIDA AL LLEGAR AL    *
003050*                         TOPE                              *
003060*----------------------------------------------------------*
003070 2400-CONTROLAR-CORTE SECTION.
003080     IF WVC-ERR-CICS OR WVC-ERR-DB2
003090         ADD 1 TO TCW-ERRCONSEC-ACT
003100         IF TCW-ERRCONSEC-ACT >= TCW-MAX-ERRCONSEC
003110             SET  TCW-INTERFASE-CAIDA TO TRUE
003120             SET  TCW-FIN-DE-ARCHIVO  TO TRUE
003130         END-IF
003140     ELSE
003150         MOVE ZERO TO TCW-ERRCONSEC-ACT
003160     END-IF
003170     .
003180 2400-CONTROLAR-CORTE-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------*
003220*  2500-MARCAR-LIBERADA - LA PENDIENTE QUEDA LIBERADA CON   *
003230*                         EL RESULTADO DE TCW0WVC; UN       *
003240*                         RECHAZO SIGUE SU CURSO POR        *
003250*                         ARCRECHWVC COMO CUALQUIER OTRO    *
003260*----------------------------------------------------------*
003270 2500-MARCAR-LIBERADA SECTION.
003280     SET  PEN-LIBERADA        TO TRUE
003290     MOVE TCW-FECHA-HOY       TO PEN-FECHA-ESTADO
003300     MOVE TCW-PGM-LIBERACION  TO PEN-USR-ESTADO
003310     MOVE WVC-RET-ESTADO      TO PEN-RES-ESTADO
003320     MOVE WVC-RET-CODERR      TO PEN-RES-CODERR
003330     REWRITE ADQWPEN
003340         INVALID KEY
003350             CONTINUE
003360     END-REWRITE
003370     IF NOT TCW-OK-PENWVC
003380         DISPLAY 'TCWYLIB - NO SE REGRABO LA PENDIENTE '
003390             PEN-COD-UNICO ' ' PEN-COD-PRODUCTO ' '
003400             PEN-OPERACION ' - STATUS ' TCW-FS-PENWVC
003410         SET  TCW-ERROR-PENWVC TO TRUE
003420     END-IF
003430     .
003440 2500-MARCAR-LIBERADA-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------*
003480*  9000-FINAL - CIERRA ARCHIVOS, INFORMA EL RESUMEN Y FIJA  *
003490*               EL RETURN-CODE PARA LA CADENA DE JOBS       *
003500*----------------------------------------------------------*
003510 9000-FINAL SECTION.
003520     IF TCW-PENWVC-ABIERTO
003530         CLOSE ARCPENWVC
003540     END-IF
003550     CLOSE ARCSALLIB
003560     DISPLAY 'TCWYLIB - LIBERACION DE SOLICITUDES PROGRAMADAS'
003570     DISPLAY 'FECHA DE PROCESO     : ' TCW-FECHA-HOY
003580     DISPLAY 'REGISTROS LEIDOS     : ' TCW-CNT-LEIDOS
003590     DISPLAY 'YA NO PENDIENTES     : ' TCW-CNT-NO-PENDIENTES
003600     DISPLAY 'PENDIENTES FUTURAS   : ' TCW-CNT-FUTURAS
003610     DISPLAY 'LIBERADAS            : ' TCW-CNT-LIBERADAS
003620     DISPLAY 'AFILIACIONES OK      : ' TCW-CNT-OK
003630     DISPLAY 'AFILIACIONES RECHAZ. : ' TCW-CNT-RECHAZADOS
003640     EVALUATE TRUE
003650         WHEN TCW-INTERFASE-CAIDA
003660             DISPLAY 'TCWYLIB - CORRIDA ABORTADA POR INTERFASE '
003670                 'CAIDA TRAS ' TCW-ERRCONSEC-ACT
003680                 ' ERRORES CONSECUTIVOS'
003690             MOVE 12 TO RETURN-CODE
003700         WHEN TCW-ERROR-PENWVC
003710             MOVE 8 TO RETURN-CODE
003720         WHEN TCW-CNT-RECHAZADOS > ZERO
003730             MOVE 4 TO RETURN-CODE
003740         WHEN OTHER
003750             MOVE ZERO TO RETURN-CODE
003760     END-EVALUATE
003770     .
003780 9000-FINAL-EXIT.
003790     EXIT.
