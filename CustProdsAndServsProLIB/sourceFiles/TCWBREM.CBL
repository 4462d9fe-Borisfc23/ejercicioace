000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000091*  15/10/26 RHM   PRONOSTICO PRE-CARGA: SI ARCSALBAT VIENE  *
000092*                 DE UNA SIMULACION DE TCW1BAT (WBS-        *
000093*                 SIMULACION) SE TITULA COMO PRONOSTICO,    *
000094*                 SE LISTA QUIEN SE AFILIARIA Y QUIEN SE    *
000095*                 RECHAZARIA, SE MARCAN LOS RECHAZOS POR    *
000096*                 COLISION DENTRO DE LA MISMA CORRIDA Y SE  *
000097*                 TOTALIZAN POR EMPLEADOR Y EN GENERAL.     *
000098*  15/10/26 RHM   SOLICITUDES PROGRAMADAS A FECHA EFECTIVA  *
000099*                 FUTURA (WBS-PROGRAMADA): SE LISTAN CON SU *
000100*                 FECHA Y SE TOTALIZAN APARTE, POR          *
000101*                 EMPLEADOR Y EN EL TOTAL GENERAL.          *
000102*  23/08/26 RHM   CREACION. REPORTE DE CONFIRMACION POR     *
000110*                 EMPLEADOR DESPUES DE CADA CORRIDA DE      *
000120*                 TCW1BAT: ORDENA ARCSALBAT (ADQWBS) POR    *
000130*                 WBS-RUC, CORTA POR EMPLEADOR CON SU       *
000730         05  SRT-NROCTA          PIC X(20).
000740         05  SRT-MONEFE          PIC 9(03).
000750         05  SRT-NUMINV          PIC 9(02).
000751         05  SRT-SIMULACION      PIC X(01).
000752             88  SRT-ES-SIMULACION      VALUE 'S'.
000753         05  SRT-COLISION        PIC X(01).
000754             88  SRT-EN-COLISION        VALUE 'S'.
000760
000770 WORKING-STORAGE SECTION.
000780 01  TCW-INDICADORES-ARCHIVO.
000920         88  TCW-EMPLEAD-ABIERTO    VALUE 'S'.
000930     05  TCW-SW-HAY-CORTE    PIC X(01) VALUE SPACE.
000940         88  TCW-CORTE-ABIERTO      VALUE 'S'.
000941     05  TCW-SW-PRONOSTICO   PIC X(01) VALUE SPACE.
000942         88  TCW-ES-PRONOSTICO      VALUE 'S'.
000950
000960 01  TCW-CORTE-EMPLEADOR.
000970     05  TCW-RUC-ANTERIOR    PIC 9(11) VALUE ZERO.
001030     05  TCW-CNT-RECH-EMP    PIC 9(07) COMP VALUE ZERO.
001040     05  TCW-CNT-AFIL-TOT    PIC 9(07) COMP VALUE ZERO.
001050     05  TCW-CNT-RECH-TOT    PIC 9(07) COMP VALUE ZERO.
001051     05  TCW-CNT-PROG-EMP    PIC 9(07) COMP VALUE ZERO.
001052     05  TCW-CNT-PROG-TOT    PIC 9(07) COMP VALUE ZERO.
001053     05  TCW-CNT-COLI-EMP    PIC 9(07) COMP VALUE ZERO.
001054     05  TCW-CNT-COLI-TOT    PIC 9(07) COMP VALUE ZERO.
001060
001070 01  TCW-LINEAS-REPORTE.
001080     05  TCW-LIN-TITULO.
001100             'CONFIRMACION DE CARGA MASIVA POR EMPLEA'.
001110         10  FILLER          PIC X(40) VALUE
001120             'DOR                                     '.
001121     05  TCW-LIN-TIT-PRONOSTICO.
001122         10  FILLER          PIC X(40) VALUE
001123             'PRONOSTICO PRE-CARGA POR EMPLEADOR (SIMU'.
001124         10  FILLER          PIC X(40) VALUE
001125             'LACION - NO SE ABRIO NINGUNA CUENTA)    '.
001130     05  TCW-LIN-EMPLEADOR.
001140         10  FILLER          PIC X(04) VALUE 'RUC '.
001150         10  TCW-LE-RUC      PIC 9(11).
001310         10  TCW-LR-CODERR   PIC 9(04).
001320         10  FILLER          PIC X(02) VALUE SPACE.
001330         10  TCW-LR-MENSAJ   PIC X(60).
001331     05  TCW-LIN-PROGRAMADA.
001332         10  FILLER          PIC X(02) VALUE SPACE.
001333         10  TCW-LP-COD-UNICO PIC 9(10).
001334         10  FILLER          PIC X(02) VALUE SPACE.
001335         10  FILLER          PIC X(04) VALUE 'PROG'.
001336         10  FILLER          PIC X(02) VALUE SPACE.
001337         10  TCW-LP-MENSAJ   PIC X(60).
001338     05  TCW-LIN-SIMULADO.
001339         10  FILLER          PIC X(02) VALUE SPACE.
001340         10  TCW-LS-COD-UNICO PIC 9(10).
001341         10  FILLER          PIC X(02) VALUE SPACE.
001342         10  FILLER          PIC X(12) VALUE 'SE AFILIARIA'.
001343         10  FILLER          PIC X(07) VALUE '  PROD '.
001344         10  TCW-LS-PRODUCTO PIC 9(03).
001345         10  FILLER          PIC X(06) VALUE '  MON '.
001346         10  TCW-LS-CODMON   PIC 9(03).
001347         10  FILLER          PIC X(35) VALUE SPACE.
001348     05  TCW-LIN-COLISION.
001349         10  FILLER          PIC X(02) VALUE SPACE.
001350         10  TCW-LC-COD-UNICO PIC 9(10).
001351         10  FILLER          PIC X(02) VALUE SPACE.
001352         10  FILLER          PIC X(04) VALUE 'COLI'.
001353         10  FILLER          PIC X(02) VALUE SPACE.
001354         10  TCW-LC-MENSAJ   PIC X(60).
001355     05  TCW-LIN-TOT-EMP.
001356         10  FILLER          PIC X(22) VALUE
001360             '  TOTAL AFILIADOS   : '.
001370         10  TCW-TE-AFIL     PIC ZZZ,ZZ9.
001380         10  FILLER          PIC X(22) VALUE
001390             '   TOTAL RECHAZADOS: '.
001400         10  TCW-TE-RECH     PIC ZZZ,ZZ9.
001401     05  TCW-LIN-PROG-EMP.
001402         10  FILLER          PIC X(22) VALUE
001403             '  TOTAL PROGRAMADAS : '.
001404         10  TCW-TE-PROG     PIC ZZZ,ZZ9.
001405     05  TCW-LIN-PRON-EMP.
001406         10  FILLER          PIC X(22) VALUE
001407             '  SE AFILIARIAN     : '.
001408         10  TCW-PE-AFIL     PIC ZZZ,ZZ9.
001409         10  FILLER          PIC X(22) VALUE
001410             '   SE RECHAZARIAN  : '.
001411         10  TCW-PE-RECH     PIC ZZZ,ZZ9.
001412     05  TCW-LIN-COLI-EMP.
001413         10  FILLER          PIC X(22) VALUE
001414             '  EN COLISION       : '.
001415         10  TCW-TE-COLI     PIC ZZZ,ZZ9.
001416     05  TCW-LIN-TOT-GRAL.
001420         10  FILLER          PIC X(22) VALUE
001430             'TOTAL GENERAL AFIL. : '.
001440         10  TCW-TG-AFIL     PIC ZZZ,ZZ9.
001450         10  FILLER          PIC X(22) VALUE
001460             '   TOTAL GRAL RECH.: '.
001470         10  TCW-TG-RECH     PIC ZZZ,ZZ9.
001471     05  TCW-LIN-PROG-GRAL.
001472         10  FILLER          PIC X(22) VALUE
001473             'TOTAL GRAL PROGRAM. : '.
001474         10  TCW-TG-PROG     PIC ZZZ,ZZ9.
001475     05  TCW-LIN-PRON-GRAL.
001476         10  FILLER          PIC X(22) VALUE
001477             'TOTAL SE AFILIARIAN : '.
001478         10  TCW-PG-AFIL     PIC ZZZ,ZZ9.
001479         10  FILLER          PIC X(22) VALUE
001480             '   TOT SE RECHAZAR.: '.
001481         10  TCW-PG-RECH     PIC ZZZ,ZZ9.
001482     05  TCW-LIN-COLI-GRAL.
001483         10  FILLER          PIC X(22) VALUE
001484             'TOTAL EN COLISION   : '.
001485         10  TCW-TG-COLI     PIC ZZZ,ZZ9.
001486
001490 PROCEDURE DIVISION.
001500*----------------------------------------------------------*
001510*  0000-MAINLINE - ORDENA LA SALIDA DE TCW1BAT POR RUC Y    *
001700*----------------------------------------------------------*
001710*  1000-INICIAL - ABRE EL MAESTRO DE EMPLEADORES Y EL       *
001720*                 REPORTE (ARCSALBAT LO ABRE EL SORT)       *
001721*                 EL TITULO SE IMPRIME AL LEER EL PRIMER    *
001722*                 REGISTRO ORDENADO (3000)                  *
001730*----------------------------------------------------------*
001740 1000-INICIAL SECTION.
001750     OPEN INPUT ARCEMPLEAD
001820             ' - STATUS ' TCW-FS-RPTREM
001830         GOBACK
001840     END-IF
001860     .
001870 1000-INICIAL-EXIT.
001880     EXIT.
001910*  3000-PROCESAR-ORDENADO - RECORRE EL ORDENADO POR RUC,    *
001920*                           ABRIENDO Y CERRANDO UNA SECCION *
001930*                           DE REPORTE POR EMPLEADOR        *
001931*                          SI EL PRIMER REGISTRO ES DE UNA  *
001932*                          SIMULACION EL REPORTE ES EL      *
001933*                          PRONOSTICO PRE-CARGA             *
001940*----------------------------------------------------------*
001950 3000-PROCESAR-ORDENADO SECTION.
001960     PERFORM 3100-RETORNAR-ORDENADO
001970         THRU 3100-RETORNAR-ORDENADO-EXIT
001971     IF NOT TCW-FIN-DE-ORDENADO
001972        AND SRT-ES-SIMULACION
001973         SET  TCW-ES-PRONOSTICO TO TRUE
001974         WRITE REC-LINEA FROM TCW-LIN-TIT-PRONOSTICO
001975     ELSE
001976         WRITE REC-LINEA FROM TCW-LIN-TITULO
001977     END-IF
001980     PERFORM 3200-UN-REGISTRO-ORDENADO
001990         THRU 3200-UN-REGISTRO-ORDENADO-EXIT
002000             UNTIL TCW-FIN-DE-ORDENADO
002280         PERFORM 4000-ABRIR-EMPLEADOR
002290             THRU 4000-ABRIR-EMPLEADOR-EXIT
002300     END-IF
002310     EVALUATE SRT-ESTADO
002311         WHEN ZERO
002320             ADD 1 TO TCW-CNT-AFIL-EMP
002330             ADD 1 TO TCW-CNT-AFIL-TOT
002340             MOVE SRT-COD-UNICO TO TCW-LA-COD-UNICO
002350             MOVE SRT-NROCTA    TO TCW-LA-NROCTA
002360             MOVE SRT-MONEFE    TO TCW-LA-MONEFE
002370             WRITE REC-LINEA FROM TCW-LIN-AFILIADO
002371         WHEN 01
002372             ADD 1 TO TCW-CNT-AFIL-EMP
002373             ADD 1 TO TCW-CNT-AFIL-TOT
002374             MOVE SRT-COD-UNICO    TO TCW-LS-COD-UNICO
002375             MOVE SRT-COD-PRODUCTO TO TCW-LS-PRODUCTO
002376             MOVE SRT-CODMON       TO TCW-LS-CODMON
002377             WRITE REC-LINEA FROM TCW-LIN-SIMULADO
002378         WHEN 05
002379             ADD 1 TO TCW-CNT-PROG-EMP
002380             ADD 1 TO TCW-CNT-PROG-TOT
002381             MOVE SRT-COD-UNICO TO TCW-LP-COD-UNICO
002382             MOVE SRT-MENSAJ    TO TCW-LP-MENSAJ
002383             WRITE REC-LINEA FROM TCW-LIN-PROGRAMADA
002384         WHEN OTHER
002390             ADD 1 TO TCW-CNT-RECH-EMP
002400             ADD 1 TO TCW-CNT-RECH-TOT
002401             IF SRT-EN-COLISION
002402                 ADD 1 TO TCW-CNT-COLI-EMP
002403                 ADD 1 TO TCW-CNT-COLI-TOT
002404                 MOVE SRT-COD-UNICO TO TCW-LC-COD-UNICO
002405                 MOVE SRT-MENSAJ    TO TCW-LC-MENSAJ
002406                 WRITE REC-LINEA FROM TCW-LIN-COLISION
002407                 GO TO 3200-RETORNAR
002408             END-IF
002410             MOVE SRT-COD-UNICO TO TCW-LR-COD-UNICO
002420             MOVE SRT-CODERR    TO TCW-LR-CODERR
002430             MOVE SRT-MENSAJ    TO TCW-LR-MENSAJ
002440             WRITE REC-LINEA FROM TCW-LIN-RECHAZADO
002450     END-EVALUATE
002451     .
002452 3200-RETORNAR.
002460     PERFORM 3100-RETORNAR-ORDENADO
002470         THRU 3100-RETORNAR-ORDENADO-EXIT
002480     .
002590     ADD 1 TO TCW-CNT-EMPLEADORES
002600     MOVE ZERO TO TCW-CNT-AFIL-EMP
002610     MOVE ZERO TO TCW-CNT-RECH-EMP
002611     MOVE ZERO TO TCW-CNT-PROG-EMP
002612     MOVE ZERO TO TCW-CNT-COLI-EMP
002620     MOVE SRT-RUC TO TCW-LE-RUC
002630     MOVE SPACE   TO TCW-LE-RAZSOC
002640     IF TCW-EMPLEAD-ABIERTO
002830*----------------------------------------------------------*
002840*  5000-CERRAR-EMPLEADOR - CIERRA LA SECCION DEL EMPLEADOR  *
002850*                          CON SUS TOTALES                  *
002851*                         (DEL PRONOSTICO SI ES SIMULACION) *
002860*----------------------------------------------------------*
002870 5000-CERRAR-EMPLEADOR SECTION.
002871     IF TCW-ES-PRONOSTICO
002872         MOVE TCW-CNT-AFIL-EMP TO TCW-PE-AFIL
002873         MOVE TCW-CNT-RECH-EMP TO TCW-PE-RECH
002874         WRITE REC-LINEA FROM TCW-LIN-PRON-EMP
002875         MOVE TCW-CNT-COLI-EMP TO TCW-TE-COLI
002876         WRITE REC-LINEA FROM TCW-LIN-COLI-EMP
002877         GO TO 5000-PROGRAMADAS
002878     END-IF
002880     MOVE TCW-CNT-AFIL-EMP TO TCW-TE-AFIL
002890     MOVE TCW-CNT-RECH-EMP TO TCW-TE-RECH
002900     WRITE REC-LINEA FROM TCW-LIN-TOT-EMP
002901     .
002902 5000-PROGRAMADAS.
002903     IF TCW-CNT-PROG-EMP > ZERO
002904         MOVE TCW-CNT-PROG-EMP TO TCW-TE-PROG
002905         WRITE REC-LINEA FROM TCW-LIN-PROG-EMP
002906     END-IF
002910     .
002920 5000-CERRAR-EMPLEADOR-EXIT.
002930     EXIT.
002980 8000-IMPRIMIR-TOT-GRAL SECTION.
002990     MOVE SPACE TO REC-LINEA
003000     WRITE REC-LINEA
003001     IF TCW-ES-PRONOSTICO
003002         MOVE TCW-CNT-AFIL-TOT TO TCW-PG-AFIL
003003         MOVE TCW-CNT-RECH-TOT TO TCW-PG-RECH
003004         WRITE REC-LINEA FROM TCW-LIN-PRON-GRAL
003005         MOVE TCW-CNT-COLI-TOT TO TCW-TG-COLI
003006         WRITE REC-LINEA FROM TCW-LIN-COLI-GRAL
003007         GO TO 8000-PROGRAMADAS
003008     END-IF
003010     MOVE TCW-CNT-AFIL-TOT TO TCW-TG-AFIL
003020     MOVE TCW-CNT-RECH-TOT TO TCW-TG-RECH
003030     WRITE REC-LINEA FROM TCW-LIN-TOT-GRAL
003031     .
003032 8000-PROGRAMADAS.
003033     IF TCW-CNT-PROG-TOT > ZERO
003034         MOVE TCW-CNT-PROG-TOT TO TCW-TG-PROG
003035         WRITE REC-LINEA FROM TCW-LIN-PROG-GRAL
003036     END-IF
003040     .
003050 8000-IMPRIMIR-TOT-GRAL-EXIT.
003060     EXIT.
003130         CLOSE ARCEMPLEAD
003140     END-IF
003150     CLOSE ARCRPTREM
003151     IF TCW-ES-PRONOSTICO
003152         DISPLAY 'TCWBREM - PRONOSTICO PRE-CARGA POR EMPLEADOR'
003153     ELSE
003154         DISPLAY 'TCWBREM - REPORTE POR EMPLEADOR'
003155     END-IF
003170     DISPLAY 'REGISTROS LEIDOS     : ' TCW-CNT-LEIDOS
003180     DISPLAY 'EMPLEADORES          : ' TCW-CNT-EMPLEADORES
003190     DISPLAY 'AFILIADOS            : ' TCW-CNT-AFIL-TOT
003200     DISPLAY 'RECHAZADOS           : ' TCW-CNT-RECH-TOT
003201     DISPLAY 'PROGRAMADOS          : ' TCW-CNT-PROG-TOT
003202     DISPLAY 'EN COLISION          : ' TCW-CNT-COLI-TOT
003210     .
003220 9000-FINAL-EXIT.
003230     EXIT.
