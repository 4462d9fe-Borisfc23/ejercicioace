000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TCWSRCS.
000030 AUTHOR.        RHM - AREA TARJETA DE CREDITO.
000040 INSTALLATION.  CUST PRODS AND SERVS PRO LIB.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000100*  15/10/26 RHM   CREACION. RESUBMISION DE LOS CASOS DE     *
000110*                 RECHAZOS PERMANENTES (ADQWCAS) QUE BACK   *
000120*                 OFFICE DEJO CORREGIDOS EN TCWRCAS: REARMA *
000130*                 EL COMMAREA ADQCWVC CON EL RUC, LA MONEDA *
000140*                 Y EL PRODUCTO CORREGIDOS (LOS ORIGINALES  *
000150*                 DONDE LA CORRECCION ES CERO) Y LA MISMA   *
000160*                 OPERACION DEL INTERCAMBIO RECHAZADO, LO   *
000170*                 PASA POR TCW0WVC Y CIERRA EL CASO CON EL  *
000180*                 RESULTADO. SI VUELVE A RECHAZARSE, TCW0WVC*
000190*                 GRABA UN NUEVO ADQWRJD QUE TCWRCAS ABRE   *
000200*                 COMO OTRO CASO EN SU PROXIMA CORRIDA.     *
000210*                 DEJA ADEMAS EL ARCHIVO DE RESULTADO       *
000220*                 ADQWRPR, COMO TCW4REP. EL USUARIO         *
000230*                 FUNCIONAL Y EL ORIGEN DE LA RESUBMISION   *
000240*                 SON LOS DEL INTERCAMBIO ORIGINAL          *
000250*                 (CAS-USRFUN / CAS-ORIGEN): EL PAR DEBE    *
000260*                 SEGUIR AUTORIZADO EN ADQWAUT (TCWVAUT)    *
000270*                 PARA LA OPERACION Y EL PRODUCTO; SI       *
000280*                 SEGURIDAD LO DIO DE BAJA, TCW0WVC LA      *
000290*                 RECHAZA CON 9008 Y EL CASO SE CIERRA CON  *
000300*                 ESE RESULTADO.                            *
000310*----------------------------------------------------------*
000320*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000330*  OBJETIVO : RESUBMISION DE CASOS CORREGIDOS               *
000340*  ENTRADA  : ARCCASWVC  - CASOS DE RECHAZOS (ADQWCAS)      *
000350*  SALIDA   : ARCCASWVC  - CASOS CERRADOS CON EL RESULTADO  *
000360*             ARCSALCAS  - RESULTADO RESUBMISION (ADQWRPR)  *
000370*----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SPECIAL-NAMES.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ARCCASWVC  ASSIGN TO CASWVC
000440         ORGANIZATION  IS INDEXED
000450         ACCESS MODE   IS DYNAMIC
000460         RECORD KEY    IS CAS-CLAVE
000470         FILE STATUS   IS TCW-FS-CASWVC.
000480
000490     SELECT ARCSALCAS  ASSIGN TO SALCAS
000500         ORGANIZATION  IS LINE SEQUENTIAL
000510         FILE STATUS   IS TCW-FS-SALCAS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  ARCCASWVC
000560     RECORDING MODE IS F.
000570     COPY ADQWCAS.
000580
000590 FD  ARCSALCAS
000600     RECORDING MODE IS F.
000610     COPY ADQWRPR.
000620
000630 WORKING-STORAGE SECTION.
000640 01  TCW-INDICADORES-ARCHIVO.
000650     05  TCW-FS-CASWVC        PIC X(02).
000660         88  TCW-OK-CASWVC           VALUE '00'.
000670         88  TCW-NOENC-CASWVC        VALUE '35'.
000680     05  TCW-FS-SALCAS        PIC X(02).
000690         88  TCW-OK-SALCAS           VALUE '00'.
000700
000710 01  TCW-SWITCHES.
000720     05  TCW-SW-FINARCHIVO   PIC X(01) VALUE SPACE.
000730         88  TCW-FIN-DE-ARCHIVO     VALUE 'S'.
000740
000750 01  TCW-CONTADORES.
000760     05  TCW-CNT-CASOS-LEIDOS PIC 9(07) COMP VALUE ZERO.
000770     05  TCW-CNT-CORREGIDOS  PIC 9(07) COMP VALUE ZERO.
000780     05  TCW-CNT-RESUBMIT    PIC 9(07) COMP VALUE ZERO.
000790     05  TCW-CNT-RECUPERADOS PIC 9(07) COMP VALUE ZERO.
000800     05  TCW-CNT-PERSISTEN   PIC 9(07) COMP VALUE ZERO.
000810     05  TCW-CNT-SIN-BITAC   PIC 9(07) COMP VALUE ZERO.
000820
000830*----------------------------------------------------------*
000840*  VALORES EFECTIVOS DE LA RESUBMISION                      *
000850*----------------------------------------------------------*
000860 01  TCW-WK-EFECTIVOS.
000870     05  TCW-EF-PRODUCTO     PIC 9(03).
000880     05  TCW-EF-RUC          PIC 9(11).
000890     05  TCW-EF-CODMON       PIC 9(03).
000900
000910 01  TCW-FECHA-HORA-HOY.
000920     05  TCW-FECHA-HOY       PIC 9(06).
000930     05  TCW-HORA-HOY        PIC 9(08).
000940
000950     COPY ADQCWVC.
000960
000970 PROCEDURE DIVISION.
000980*----------------------------------------------------------*
000990*  0000-MAINLINE                                            *
001000*----------------------------------------------------------*
001010 0000-MAINLINE SECTION.
001020     PERFORM 1000-INICIAL
001030         THRU 1000-INICIAL-EXIT
001040     PERFORM 2000-PROCESAR-CASOS
001050         THRU 2000-PROCESAR-CASOS-EXIT
001060     PERFORM 9000-FINAL
001070         THRU 9000-FINAL-EXIT
001080     GOBACK
001090     .
001100 0000-MAINLINE-EXIT.
001110     EXIT.
001120
001130*----------------------------------------------------------*
001140*  1000-INICIAL - SIN ARCHIVO DE CASOS NO HAY NADA QUE      *
001150*                 RESUBMITIR                                *
001160*----------------------------------------------------------*
001170 1000-INICIAL SECTION.
001180     OPEN I-O ARCCASWVC
001190     IF TCW-NOENC-CASWVC
001200         DISPLAY 'TCWSRCS - NO EXISTE ARCCASWVC - SIN CASOS'
001210         GOBACK
001220     END-IF
001230     IF NOT TCW-OK-CASWVC
001240         DISPLAY 'TCWSRCS - ERROR AL ABRIR ARCCASWVC - STATUS '
001250             TCW-FS-CASWVC
001260         MOVE 12 TO RETURN-CODE
001270         GOBACK
001280     END-IF
001290     OPEN OUTPUT ARCSALCAS
001300     IF NOT TCW-OK-SALCAS
001310         DISPLAY 'TCWSRCS - ERROR AL ABRIR ARCSALCAS - STATUS '
001320             TCW-FS-SALCAS
001330         MOVE 12 TO RETURN-CODE
001340         GOBACK
001350     END-IF
001360     .
001370 1000-INICIAL-EXIT.
001380     EXIT.
001390
001400*----------------------------------------------------------*
001410*  2000-PROCESAR-CASOS - RECORRE TODO EL ARCHIVO DE CASOS Y *
001420*                        RESUBMITE LOS CORREGIDOS           *
001430*----------------------------------------------------------*
001440 2000-PROCESAR-CASOS SECTION.
001450     MOVE LOW-VALUES TO CAS-CLAVE
001460     START ARCCASWVC
001470         KEY IS NOT LESS THAN CAS-CLAVE
001480         INVALID KEY
001490             GO TO 2000-PROCESAR-CASOS-EXIT
001500     END-START
001510     PERFORM 2100-LEER-CASO
001520         THRU 2100-LEER-CASO-EXIT
001530     PERFORM 2200-UN-CASO
001540         THRU 2200-UN-CASO-EXIT
001550             UNTIL TCW-FIN-DE-ARCHIVO
001560     .
001570 2000-PROCESAR-CASOS-EXIT.
001580     EXIT.
001590
001600 2100-LEER-CASO SECTION.
001610     READ ARCCASWVC NEXT RECORD
001620         AT END
001630             SET  TCW-FIN-DE-ARCHIVO TO TRUE
001640     END-READ
001650     .
001660 2100-LEER-CASO-EXIT.
001670     EXIT.
001680
001690 2200-UN-CASO SECTION.
001700     ADD 1 TO TCW-CNT-CASOS-LEIDOS
001710     IF NOT CAS-CORREGIDO
001720         GO TO 2200-UN-CASO-SIGUIENTE
001730     END-IF
001740     ADD 1 TO TCW-CNT-CORREGIDOS
001750     PERFORM 3000-VALORES-EFECTIVOS
001760         THRU 3000-VALORES-EFECTIVOS-EXIT
001770*-                   ---  SIN EL PROGRAMA INVOCADO DE LA
001780*-                        BITACORA NO SE PUEDE REARMAR EL
001790*-                        COMMAREA; EL CASO QUEDA CORREGIDO
001800*-                        PARA REVISION MANUAL
001810     IF CAS-PGMINV = SPACE
001820         PERFORM 4300-GRABAR-SIN-BITACORA
001830             THRU 4300-GRABAR-SIN-BITACORA-EXIT
001840         GO TO 2200-UN-CASO-SIGUIENTE
001850     END-IF
001860     ADD 1 TO TCW-CNT-RESUBMIT
001870     PERFORM 4200-ARMAR-COMMAREA
001880         THRU 4200-ARMAR-COMMAREA-EXIT
001890     CALL 'TCW0WVC' USING ADQCWVC
001900     PERFORM 4400-CERRAR-CASO
001910         THRU 4400-CERRAR-CASO-EXIT
001920     .
001930 2200-UN-CASO-SIGUIENTE.
001940     PERFORM 2100-LEER-CASO
001950         THRU 2100-LEER-CASO-EXIT
001960     .
001970 2200-UN-CASO-EXIT.
001980     EXIT.
001990
002000 3000-VALORES-EFECTIVOS SECTION.
002010     IF CAS-CORR-PRODUCTO NOT = ZERO
002020         MOVE CAS-CORR-PRODUCTO TO TCW-EF-PRODUCTO
002030     ELSE
002040         MOVE CAS-COD-PRODUCTO  TO TCW-EF-PRODUCTO
002050     END-IF
002060     IF CAS-CORR-RUC NOT = ZERO
002070         MOVE CAS-CORR-RUC      TO TCW-EF-RUC
002080     ELSE
002090         MOVE CAS-RUC           TO TCW-EF-RUC
002100     END-IF
002110     IF CAS-CORR-CODMON NOT = ZERO
002120         MOVE CAS-CORR-CODMON   TO TCW-EF-CODMON
002130     ELSE
002140         MOVE CAS-CODMON        TO TCW-EF-CODMON
002150     END-IF
002160     .
002170 3000-VALORES-EFECTIVOS-EXIT.
002180     EXIT.
002190
002200 4200-ARMAR-COMMAREA SECTION.
002210     INITIALIZE ADQCWVC
002220     ACCEPT TCW-FECHA-HOY     FROM DATE
002230     ACCEPT TCW-HORA-HOY      FROM TIME
002240     MOVE TCW-FECHA-HOY       TO WVC-HDR-FECHA
002250     MOVE TCW-HORA-HOY(1:6)   TO WVC-HDR-HORA
002260     MOVE CAS-USRFUN          TO WVC-HDR-USRFUN
002270     MOVE CAS-ORIGEN          TO WVC-HDR-ORIGEN
002280     MOVE CAS-PGMINV          TO WVC-HDR-PGMINV
002290     MOVE 1                   TO WVC-HDR-NUMINV
002300     MOVE CAS-COD-UNICO       TO WVC-COD-UNICO
002310     MOVE TCW-EF-PRODUCTO     TO WVC-COD-PRODUCTO
002320     MOVE TCW-EF-RUC          TO WVC-RUC
002330     MOVE TCW-EF-CODMON       TO WVC-CODMON
002340     MOVE CAS-OPERACION       TO WVC-OPERACION
002350     .
002360 4200-ARMAR-COMMAREA-EXIT.
002370     EXIT.
002380
002390 4300-GRABAR-SIN-BITACORA SECTION.
002400     ADD 1 TO TCW-CNT-SIN-BITAC
002410     PERFORM 4500-ARMAR-CLAVE-SALIDA
002420         THRU 4500-ARMAR-CLAVE-SALIDA-EXIT
002430     MOVE ZERO  TO WRP-ESTADO-NVO
002440     MOVE ZERO  TO WRP-CODERR-NVO
002450     MOVE SPACE TO WRP-NROCTA
002460     SET  WRP-SIN-BITACORA TO TRUE
002470     MOVE 'CASO SIN PROGRAMA INVOCADO - NO SE PUDO RESUBMITIR'
002480         TO WRP-MENSAJ
002490     WRITE ADQWRPR
002500     .
002510 4300-GRABAR-SIN-BITACORA-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------*
002550*  4400-CERRAR-CASO - CIERRA EL CASO CON EL RETORNO DE      *
002560*                     TCW0WVC (MISMO CRITERIO DE EXITO QUE  *
002570*                     TCW4REP) Y GRABA EL RESULTADO         *
002580*----------------------------------------------------------*
002590 4400-CERRAR-CASO SECTION.
002600     PERFORM 4500-ARMAR-CLAVE-SALIDA
002610         THRU 4500-ARMAR-CLAVE-SALIDA-EXIT
002620     MOVE WVC-RET-ESTADO TO WRP-ESTADO-NVO
002630     MOVE WVC-RET-CODERR TO WRP-CODERR-NVO
002640     MOVE WVC-OUT-NROCTA TO WRP-NROCTA
002650     IF WVC-OK OR WVC-WARNING
002660        OR (WVC-DUPLICADO
002670            AND CAS-OPERACION NOT = 'B'
002680            AND CAS-OPERACION NOT = 'M')
002690        OR (WVC-CODERR-NO-AFILIADO
002700            AND CAS-OPERACION = 'B')
002710         ADD 1 TO TCW-CNT-RECUPERADOS
002720         SET  WRP-RECUPERADO     TO TRUE
002730         SET  CAS-RES-RECUPERADO TO TRUE
002740     ELSE
002750         ADD 1 TO TCW-CNT-PERSISTEN
002760         SET  WRP-PERSISTE       TO TRUE
002770         SET  CAS-RES-RECHAZADO  TO TRUE
002780     END-IF
002790     IF WVC-OUT-MENSAJ NOT = SPACE
002800         MOVE WVC-OUT-MENSAJ TO WRP-MENSAJ
002810     ELSE
002820         MOVE WVC-RET-MSGERR TO WRP-MENSAJ
002830     END-IF
002840     WRITE ADQWRPR
002850     SET  CAS-CERRADO       TO TRUE
002860     MOVE TCW-FECHA-HOY     TO CAS-FECHA-CIERRE
002870     MOVE WVC-RET-ESTADO    TO CAS-RES-ESTADO
002880     MOVE WVC-RET-CODERR    TO CAS-RES-CODERR
002890     MOVE WVC-OUT-NROCTA    TO CAS-RES-NROCTA
002900     MOVE WRP-MENSAJ        TO CAS-RES-MENSAJ
002910     REWRITE ADQWCAS
002920         INVALID KEY
002930             DISPLAY 'TCWSRCS - NO SE REGRABO EL CASO '
002940                 CAS-CLAVE ' - STATUS ' TCW-FS-CASWVC
002950             MOVE 4 TO RETURN-CODE
002960     END-REWRITE
002970     .
002980 4400-CERRAR-CASO-EXIT.
002990     EXIT.
003000
003010 4500-ARMAR-CLAVE-SALIDA SECTION.
003020     MOVE CAS-COD-UNICO       TO WRP-COD-UNICO
003030     MOVE TCW-EF-PRODUCTO     TO WRP-COD-PRODUCTO
003040     MOVE CAS-FECHA-RECH      TO WRP-FECHA-RECH
003050     MOVE CAS-HORA-RECH       TO WRP-HORA-RECH
003060     MOVE 20                  TO WRP-ESTADO-ANT
003070     MOVE TCW-EF-RUC          TO WRP-RUC
003080     MOVE TCW-EF-CODMON       TO WRP-CODMON
003090     .
003100 4500-ARMAR-CLAVE-SALIDA-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------*
003140*  9000-FINAL - CIERRA ARCHIVOS E INFORMA EL RESUMEN        *
003150*----------------------------------------------------------*
003160 9000-FINAL SECTION.
003170     CLOSE ARCCASWVC
003180     CLOSE ARCSALCAS
003190     DISPLAY 'TCWSRCS - RESUBMISION DE CASOS CORREGIDOS'
003200     DISPLAY 'CASOS LEIDOS         : ' TCW-CNT-CASOS-LEIDOS
003210     DISPLAY 'CASOS CORREGIDOS     : ' TCW-CNT-CORREGIDOS
003220     DISPLAY 'CASOS RESUBMITIDOS   : ' TCW-CNT-RESUBMIT
003230     DISPLAY 'RECUPERADOS          : ' TCW-CNT-RECUPERADOS
003240     DISPLAY 'PERSISTEN RECHAZADOS : ' TCW-CNT-PERSISTEN
003250     DISPLAY 'SIN PROGRAMA INVOC.  : ' TCW-CNT-SIN-BITAC
003260     .
003270 9000-FINAL-EXIT.
003280     EXIT.
