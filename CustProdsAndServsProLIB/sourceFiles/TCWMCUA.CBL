000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000091*  15/10/26 RHM   ARCSALLIB (ADQWBS) CRECE A 121 BYTES POR  *
000092*                 LAS MARCAS DE SIMULACION Y COLISION. EL   *
000093*                 CUADRE ES SOLO DE CORRIDAS REALES.        *
000094*  15/10/26 RHM   SOLICITUDES PROGRAMADAS: LAS PROGRAMADAS  *
000095*                 DE ARCSALBAT NO CUENTAN COMO RECHAZOS Y   *
000096*                 SE CUADRAN CONTRA LAS REGISTRADAS HOY EN  *
000097*                 ARCPENWVC; LAS LIBERADAS HOY CONTRA LA    *
000098*                 SALIDA DE TCWYLIB (ARCSALLIB). SE INFORMAN*
000099*                 LIBERADAS Y PENDIENTES, Y UNA PENDIENTE   *
000100*                 VENCIDA SIN LIBERAR ES DESCUADRE.         *
000101*  02/09/26 RHM   CREACION. CUADRE DE FIN DE CADENA: CRUZA  *
000110*                 EN UNA SOLA PAGINA LAS SALIDAS DEL DIA -  *
000120*                 ARCENTBAT CONTRA ARCSALBAT, LOS           *
000130*                 RECHAZADOS DE ARCSALBAT CONTRA SU         *
000350*             ARCREQEMB  - REENCOLADO EMBOZADO (ADQWEXT)    *
000360*             ARCREQEST  - REENCOLADO ESTADOS (ADQWEXT)     *
000370*             ARCCTLDEP  - CONTROL DE TCW9DEP (ADQWCTD)     *
000371*             ARCPENWVC  - SOLICITUDES PROGRAMADAS (ADQWPEN)*
000372*             ARCSALLIB  - SALIDA DE TCWYLIB (ADQWBS)       *
000380*  SALIDA   : ARCRPTCUA  - CUADRE IMPRESO DE UNA PAGINA     *
000390*----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000840         ORGANIZATION  IS LINE SEQUENTIAL
000850         FILE STATUS   IS TCW-FS-CTLDEP.
000860
000861     SELECT ARCPENWVC  ASSIGN TO PENWVC
000862         ORGANIZATION  IS INDEXED
000863         ACCESS MODE   IS SEQUENTIAL
000864         RECORD KEY    IS PEN-CLAVE
000865         FILE STATUS   IS TCW-FS-PENWVC.
000866
000867     SELECT ARCSALLIB  ASSIGN TO SALLIB
000868         ORGANIZATION  IS LINE SEQUENTIAL
000869         FILE STATUS   IS TCW-FS-SALLIB.
000870
000871     SELECT ARCRPTCUA  ASSIGN TO RPTCUA
000880         ORGANIZATION  IS LINE SEQUENTIAL
000890         FILE STATUS   IS TCW-FS-RPTCUA.
000900
001300     RECORDING MODE IS F.
001310     COPY ADQWCTD.
001320
001321 FD  ARCPENWVC
001322     RECORDING MODE IS F.
001323     COPY ADQWPEN.
001324
001325 FD  ARCSALLIB
001326     RECORDING MODE IS F.
001327 01  LIB-REGISTRO            PIC X(121).
001328
001330 FD  ARCRPTCUA
001340     RECORDING MODE IS F.
001350 01  REC-LINEA               PIC X(80).
001650     05  TCW-FS-CTLDEP        PIC X(02).
001660         88  TCW-OK-CTLDEP           VALUE '00'.
001670         88  TCW-FIN-CTLDEP          VALUE '10'.
001671     05  TCW-FS-PENWVC        PIC X(02).
001672         88  TCW-OK-PENWVC           VALUE '00'.
001673         88  TCW-FIN-PENWVC          VALUE '10'.
001674     05  TCW-FS-SALLIB        PIC X(02).
001675         88  TCW-OK-SALLIB           VALUE '00'.
001676         88  TCW-FIN-SALLIB          VALUE '10'.
001680     05  TCW-FS-RPTCUA        PIC X(02).
001690         88  TCW-OK-RPTCUA           VALUE '00'.
001700
001790         88  TCW-ALGUNA-TABLA-LLENA VALUE 'S'.
001800
001810 01  TCW-FECHA-PROCESO       PIC 9(06).
001811 01  TCW-FECHA-PROCESO-X     REDEFINES TCW-FECHA-PROCESO
001812                             PIC X(06).
001813 01  TCW-ORIGEN-CARGA        PIC X(03) VALUE 'BAT'.
001820
001830 01  TCW-CONTADORES.
001840     05  TCW-CNT-ENTBAT      PIC 9(09) COMP VALUE ZERO.
001940     05  TCW-CNT-EST-COLA    PIC 9(07) COMP VALUE ZERO.
001950     05  TCW-CNT-DEP-LEIDOS  PIC 9(09) COMP VALUE ZERO.
001960     05  TCW-CNT-DEP-SUMA    PIC 9(09) COMP VALUE ZERO.
001961     05  TCW-CNT-SAL-PROG    PIC 9(07) COMP VALUE ZERO.
001962     05  TCW-CNT-PEN-CARGA   PIC 9(07) COMP VALUE ZERO.
001963     05  TCW-CNT-PEN-LIBER   PIC 9(07) COMP VALUE ZERO.
001964     05  TCW-CNT-PEN-PEND    PIC 9(07) COMP VALUE ZERO.
001965     05  TCW-CNT-PEN-VENC    PIC 9(07) COMP VALUE ZERO.
001966     05  TCW-CNT-SALLIB      PIC 9(07) COMP VALUE ZERO.
001970
001980*----------------------------------------------------------*
001990*  CLAVES DE TRABAJO DEL CUADRE: RECHAZADAS EN ARCSALBAT,   *
002516         10  FILLER          PIC X(40) VALUE
002517             'VEREDICTO: CADENA CUADRADA - CONTINUAR  '.
002518         10  FILLER          PIC X(40) VALUE SPACE.
002519     05  TCW-LIN-OBS-PROG.
002520         10  FILLER          PIC X(15) VALUE
002521             'LIBERADAS HOY: '.
002522         10  TCW-OP-LIBER    PIC ZZZ,ZZ9.
002523         10  FILLER          PIC X(15) VALUE
002524             '  PENDIENTES: '.
002525         10  TCW-OP-PEND     PIC ZZZ,ZZ9.
002526         10  FILLER          PIC X(24) VALUE
002527             '  VENCIDAS SIN LIBERAR: '.
002528         10  TCW-OP-VENC     PIC ZZZ,ZZ9.
002529         10  FILLER          PIC X(03) VALUE SPACE.
002530
002531     COPY ADQWEXT.
002532
002660         THRU 4000-CUADRE-EXTRACTO-EXIT
002670     PERFORM 5000-CUADRE-DEPURACION
002680         THRU 5000-CUADRE-DEPURACION-EXIT
002681     PERFORM 6000-CUADRE-PROGRAMADAS
002682         THRU 6000-CUADRE-PROGRAMADAS-EXIT
002690     PERFORM 9000-FINAL
002700         THRU 9000-FINAL-EXIT
002710     GOBACK
003650
003660 2400-CONTAR-UN-SALBAT SECTION.
003670     ADD 1 TO TCW-CNT-SALBAT
003680     IF WBS-PROGRAMADA
003681         ADD 1 TO TCW-CNT-SAL-PROG
003682     END-IF
003683     IF WBS-ESTADO NOT = ZERO AND NOT WBS-PROGRAMADA
003690         ADD 1 TO TCW-CNT-SAL-RECH
003700         IF TCW-CANT-RSA < 5000
003710             ADD 1 TO TCW-CANT-RSA
008360 5000-CUADRE-DEPURACION-EXIT.
008370     EXIT.
008380
008381*----------------------------------------------------------*
008382*  6000-CUADRE-PROGRAMADAS - LAS PROGRAMADAS DE ARCSALBAT   *
008383*                            CONTRA LAS REGISTRADAS HOY POR *
008384*                            LA CARGA EN ARCPENWVC, Y LAS   *
008385*                            LIBERADAS HOY CONTRA LA SALIDA *
008386*                            DE TCWYLIB; UNA PENDIENTE CON  *
008387*                            FECHA CUMPLIDA QUE SIGUE SIN   *
008388*                            LIBERAR ES DESCUADRE           *
008389*----------------------------------------------------------*
008390 6000-CUADRE-PROGRAMADAS SECTION.
008391     MOVE SPACE TO TCW-SW-FINLECTURA
008392     OPEN INPUT ARCPENWVC
008393     IF TCW-OK-PENWVC
008394         PERFORM 6100-LEER-PENWVC
008395             THRU 6100-LEER-PENWVC-EXIT
008396         PERFORM 6200-CONTAR-UNA-PENWVC
008397             THRU 6200-CONTAR-UNA-PENWVC-EXIT
008398                 UNTIL TCW-FIN-DE-LECTURA
008399         CLOSE ARCPENWVC
008400     ELSE
008401         MOVE 'SIN ARCHIVO DE SOLICITUDES PROGRAMADAS'
008402             TO TCW-LO-TEXTO
008403         WRITE REC-LINEA FROM TCW-LIN-OBSERV
008404     END-IF
008405     MOVE SPACE TO TCW-SW-FINLECTURA
008406     OPEN INPUT ARCSALLIB
008407     IF TCW-OK-SALLIB
008408         PERFORM 6300-LEER-SALLIB
008409             THRU 6300-LEER-SALLIB-EXIT
008410         PERFORM 6400-CONTAR-UN-SALLIB
008411             THRU 6400-CONTAR-UN-SALLIB-EXIT
008412                 UNTIL TCW-FIN-DE-LECTURA
008413         CLOSE ARCSALLIB
008414     ELSE
008415         MOVE 'SIN ARCSALLIB EN ESTA CORRIDA' TO TCW-LO-TEXTO
008416         WRITE REC-LINEA FROM TCW-LIN-OBSERV
008417     END-IF
008418     MOVE 'PROGRAMADAS VS REGISTRADAS    ' TO TCW-EC-NOMBRE
008419     MOVE TCW-CNT-SAL-PROG  TO TCW-EC-LADO-A
008420     MOVE TCW-CNT-PEN-CARGA TO TCW-EC-LADO-B
008421     PERFORM 7000-EVALUAR-ECUACION
008422         THRU 7000-EVALUAR-ECUACION-EXIT
008423     MOVE 'LIBERADAS VS SALIDA LIBERACION' TO TCW-EC-NOMBRE
008424     MOVE TCW-CNT-PEN-LIBER TO TCW-EC-LADO-A
008425     MOVE TCW-CNT-SALLIB    TO TCW-EC-LADO-B
008426     PERFORM 7000-EVALUAR-ECUACION
008427         THRU 7000-EVALUAR-ECUACION-EXIT
008428     MOVE TCW-CNT-PEN-LIBER TO TCW-OP-LIBER
008429     MOVE TCW-CNT-PEN-PEND  TO TCW-OP-PEND
008430     MOVE TCW-CNT-PEN-VENC  TO TCW-OP-VENC
008431     MOVE TCW-LIN-OBS-PROG  TO TCW-LO-TEXTO
008432     WRITE REC-LINEA FROM TCW-LIN-OBSERV
008433     IF TCW-CNT-PEN-VENC > ZERO
008434         MOVE 'HAY PROGRAMADAS VENCIDAS SIN LIBERAR (VER TCWZPEN)'
008435             TO TCW-LO-TEXTO
008436         WRITE REC-LINEA FROM TCW-LIN-OBSERV
008437         SET  TCW-HAY-DESCUADRE TO TRUE
008438     END-IF
008439     .
008440 6000-CUADRE-PROGRAMADAS-EXIT.
008441     EXIT.
008442
008443 6100-LEER-PENWVC SECTION.
008444     READ ARCPENWVC NEXT RECORD
008445         AT END
008446             SET  TCW-FIN-DE-LECTURA TO TRUE
008447     END-READ
008448     .
008449 6100-LEER-PENWVC-EXIT.
008450     EXIT.
008451
008452*----------------------------------------------------------*
008453*  6200-CONTAR-UNA-PENWVC - UNA PROGRAMADA POR LA CARGA DE  *
008454*                           HOY CUENTA AUNQUE OPERACIONES   *
008455*                           YA LA HAYA CANCELADO            *
008456*----------------------------------------------------------*
008457 6200-CONTAR-UNA-PENWVC SECTION.
008458     IF PEN-FECHA-REG = TCW-FECHA-PROCESO-X
008459        AND PEN-ORIGEN = TCW-ORIGEN-CARGA
008460         ADD 1 TO TCW-CNT-PEN-CARGA
008461     END-IF
008462     EVALUATE TRUE
008463         WHEN PEN-LIBERADA
008464              AND PEN-FECHA-ESTADO = TCW-FECHA-PROCESO-X
008465             ADD 1 TO TCW-CNT-PEN-LIBER
008466         WHEN PEN-PENDIENTE
008467             ADD 1 TO TCW-CNT-PEN-PEND
008468             IF PEN-FECHA-EFECTIVA NOT > TCW-FECHA-PROCESO-X
008469                 ADD 1 TO TCW-CNT-PEN-VENC
008470             END-IF
008471         WHEN OTHER
008472             CONTINUE
008473     END-EVALUATE
008474     PERFORM 6100-LEER-PENWVC
008475         THRU 6100-LEER-PENWVC-EXIT
008476     .
008477 6200-CONTAR-UNA-PENWVC-EXIT.
008478     EXIT.
008479
008480 6300-LEER-SALLIB SECTION.
008481     READ ARCSALLIB
008482         AT END
008483             SET  TCW-FIN-DE-LECTURA TO TRUE
008484     END-READ
008485     .
008486 6300-LEER-SALLIB-EXIT.
008487     EXIT.
008488
008489 6400-CONTAR-UN-SALLIB SECTION.
008490     ADD 1 TO TCW-CNT-SALLIB
008491     PERFORM 6300-LEER-SALLIB
008492         THRU 6300-LEER-SALLIB-EXIT
008493     .
008494 6400-CONTAR-UN-SALLIB-EXIT.
008495     EXIT.
008496
008497*----------------------------------------------------------*
008498*  7000-EVALUAR-ECUACION - IMPRIME LA ECUACION CON SUS DOS  *
008499*                          LADOS Y MARCA LA DIFERENCIA      *
008500*----------------------------------------------------------*
008501 7000-EVALUAR-ECUACION SECTION.
008502     MOVE TCW-EC-NOMBRE TO TCW-LE-NOMBRE
008503     MOVE TCW-EC-LADO-A TO TCW-LE-LADO-A
008504     MOVE TCW-EC-LADO-B TO TCW-LE-LADO-B
008505     IF TCW-EC-LADO-A = TCW-EC-LADO-B
008506         MOVE 'OK      ' TO TCW-LE-RESULT
008507     ELSE
008508         MOVE '*ERROR* ' TO TCW-LE-RESULT
008510         SET  TCW-HAY-DESCUADRE TO TRUE
008520     END-IF
008530     WRITE REC-LINEA FROM TCW-LIN-ECUACION
008900     DISPLAY 'CONFIRMADAS DEL DIA  : ' TCW-CNT-CONFIRM
008910     DISPLAY 'COLA EMBOZADO        : ' TCW-CNT-EMB-COLA
008920     DISPLAY 'COLA ESTADOS CTA     : ' TCW-CNT-EST-COLA
008921     DISPLAY 'PROGRAMADAS CARGA    : ' TCW-CNT-SAL-PROG
008922     DISPLAY 'LIBERADAS HOY        : ' TCW-CNT-PEN-LIBER
008923     DISPLAY 'PENDIENTES           : ' TCW-CNT-PEN-PEND
008930     IF TCW-HAY-DESCUADRE
008940         DISPLAY 'TCWMCUA - DESCUADRE DETECTADO - RETURN-CODE 8'
008950     END-IF
