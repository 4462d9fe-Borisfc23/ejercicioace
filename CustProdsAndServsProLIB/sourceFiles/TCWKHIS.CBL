000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000091*  15/10/26 RHM   ALERTA DE CICLAJE: SI EL CLIENTE FIGURA   *
000092*                 EN EL ARCHIVO DE SENALADOS DE TCWQCIC     *
000093*                 (ADQWCIC) SE IMPRIME ANTES DE SU LINEA DE *
000094*                 TIEMPO EL AVISO CON CICLOS, CUENTAS,      *
000095*                 EMPLEADORES Y MOTIVOS DEL SENALAMIENTO.   *
000100*  02/09/26 RHM   CREACION. ESTADO DE HISTORIA DE           *
000110*                 AFILIACION POR CLIENTE: PARA CADA         *
000120*                 SOLICITUD (ADQWCON, POR COD-UNICO O POR   *
000230*  ENTRADA  : ARCCONENT  - SOLICITUDES (ADQWCON)            *
000240*             ARCHISWVC  - HISTORIA PERMANENTE (ADQWHIS)    *
000250*             ARCAFIXRF  - XREF CUENTA-AFILIACION (ADQAXRF) *
000255*             ARCCICMAR  - CLIENTES SENALADOS (ADQWCIC)     *
000260*  SALIDA   : ARCHISSAL  - ESTADO DE HISTORIA IMPRESO       *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000440         RECORD KEY    IS XRF-NROCTA
000450         FILE STATUS   IS TCW-FS-AFIXRF.
000460
000461     SELECT ARCCICMAR  ASSIGN TO CICMAR
000462         ORGANIZATION  IS INDEXED
000463         ACCESS MODE   IS RANDOM
000464         RECORD KEY    IS CIC-COD-UNICO
000465         FILE STATUS   IS TCW-FS-CICMAR.
000466
000470     SELECT ARCHISSAL  ASSIGN TO HISSAL
000480         ORGANIZATION  IS LINE SEQUENTIAL
000490         FILE STATUS   IS TCW-FS-HISSAL.
000620     RECORDING MODE IS F.
000630     COPY ADQAXRF.
000640
000641 FD  ARCCICMAR
000642     RECORDING MODE IS F.
000643     COPY ADQWCIC.
000644
000650 FD  ARCHISSAL
000660     RECORDING MODE IS F.
000670 01  REC-LINEA               PIC X(80).
000780     05  TCW-FS-AFIXRF        PIC X(02).
000790         88  TCW-OK-AFIXRF           VALUE '00'.
000800         88  TCW-NOENC-AFIXRF        VALUE '35'.
000801     05  TCW-FS-CICMAR        PIC X(02).
000802         88  TCW-OK-CICMAR           VALUE '00'.
000803         88  TCW-NOENC-CICMAR        VALUE '35'.
000810     05  TCW-FS-HISSAL        PIC X(02).
000820         88  TCW-OK-HISSAL           VALUE '00'.
000830
000880         88  TCW-FIN-DE-SCAN        VALUE 'S'.
000890     05  TCW-SW-AFIXRF-ABTO  PIC X(01) VALUE SPACE.
000900         88  TCW-AFIXRF-ABIERTO     VALUE 'S'.
000901     05  TCW-SW-CICMAR-ABTO  PIC X(01) VALUE SPACE.
000902         88  TCW-CICMAR-ABIERTO     VALUE 'S'.
000910     05  TCW-SW-RESUELTA     PIC X(01) VALUE SPACE.
000920         88  TCW-SOLICITUD-RESUELTA VALUE 'S'.
000930
001120         10  FILLER          PIC X(08) VALUE 'CLIENTE '.
001130         10  TCW-LC-COD-UNICO PIC 9(10).
001140         10  FILLER          PIC X(62) VALUE SPACE.
001141     05  TCW-LIN-ALERTA-CIC.
001142         10  FILLER          PIC X(40) VALUE
001143             '  *** ALERTA: CLIENTE SENALADO POR CICLA'.
001144         10  FILLER          PIC X(08) VALUE 'JE  AL  '.
001145         10  TCW-LA-FECHA    PIC X(06).
001146         10  FILLER          PIC X(26) VALUE ' ***'.
001147     05  TCW-LIN-DETALLE-CIC.
001148         10  FILLER          PIC X(10) VALUE '  CICLOS '.
001149         10  TCW-LA-CICLOS   PIC ZZ9.
001150         10  FILLER          PIC X(09) VALUE ' CUENTAS '.
001151         10  TCW-LA-CUENTAS  PIC ZZ9.
001152         10  FILLER          PIC X(13) VALUE ' EMPLEADORES '.
001153         10  TCW-LA-EMPLEAD  PIC ZZ9.
001154         10  FILLER          PIC X(09) VALUE ' PUNTAJE '.
001155         10  TCW-LA-PUNTAJE  PIC ZZZZ9.
001156         10  FILLER          PIC X(09) VALUE ' MOTIVOS '.
001157         10  TCW-LA-MOTIVOS  PIC X(03).
001158         10  FILLER          PIC X(13) VALUE SPACE.
001159     05  TCW-LIN-MOVIMIENTO.
001160         10  FILLER          PIC X(02) VALUE SPACE.
001170         10  TCW-LM-FECHA    PIC X(06).
001180         10  FILLER          PIC X(01) VALUE SPACE.
001720     IF TCW-OK-AFIXRF
001730         SET  TCW-AFIXRF-ABIERTO TO TRUE
001740     END-IF
001741     OPEN INPUT ARCCICMAR
001742     IF TCW-OK-CICMAR
001743         SET  TCW-CICMAR-ABIERTO TO TRUE
001744     END-IF
001750     PERFORM 2100-LEER-SOLICITUD
001760         THRU 2100-LEER-SOLICITUD-EXIT
001770     .
002000     END-IF
002010     MOVE TCW-COD-UNICO TO TCW-LC-COD-UNICO
002020     WRITE REC-LINEA FROM TCW-LIN-CLIENTE
002021     PERFORM 2600-ALERTA-CICLAJE
002022         THRU 2600-ALERTA-CICLAJE-EXIT
002030     PERFORM 3000-LINEA-DE-TIEMPO
002040         THRU 3000-LINEA-DE-TIEMPO-EXIT
002050     .
002450     .
002460 2100-LEER-SOLICITUD-EXIT.
002470     EXIT.
002471
002472*----------------------------------------------------------*
002473*  2600-ALERTA-CICLAJE - AVISA SI EL CLIENTE QUEDO          *
002474*                        SENALADO EN LA ULTIMA CORRIDA DE   *
002475*                        TCWQCIC (ADQWCIC)                  *
002476*----------------------------------------------------------*
002477 2600-ALERTA-CICLAJE SECTION.
002478     IF NOT TCW-CICMAR-ABIERTO
002479         GO TO 2600-ALERTA-CICLAJE-EXIT
002480     END-IF
002481     MOVE TCW-COD-UNICO TO CIC-COD-UNICO
002482     READ ARCCICMAR
002483         KEY IS CIC-COD-UNICO
002484         INVALID KEY
002485             GO TO 2600-ALERTA-CICLAJE-EXIT
002486     END-READ
002487     MOVE CIC-FECHA       TO TCW-LA-FECHA
002488     WRITE REC-LINEA FROM TCW-LIN-ALERTA-CIC
002489     MOVE CIC-CICLOS      TO TCW-LA-CICLOS
002490     MOVE CIC-CUENTAS     TO TCW-LA-CUENTAS
002491     MOVE CIC-EMPLEADORES TO TCW-LA-EMPLEAD
002492     MOVE CIC-PUNTAJE     TO TCW-LA-PUNTAJE
002493     MOVE CIC-MOTIVOS     TO TCW-LA-MOTIVOS
002494     WRITE REC-LINEA FROM TCW-LIN-DETALLE-CIC
002495     .
002496 2600-ALERTA-CICLAJE-EXIT.
002497     EXIT.
002498
002499*----------------------------------------------------------*
002500*  3000-LINEA-DE-TIEMPO - RECORRE LA HISTORIA PERMANENTE    *
002510*                         (GRABADA EN ORDEN CRONOLOGICO) E  *
002520*                         IMPRIME CADA MOVIMIENTO DEL       *
003150     IF TCW-AFIXRF-ABIERTO
003160         CLOSE ARCAFIXRF
003170     END-IF
003171     IF TCW-CICMAR-ABIERTO
003172         CLOSE ARCCICMAR
003173     END-IF
003180     CLOSE ARCHISSAL
003190     DISPLAY 'TCWKHIS - HISTORIA DE AFILIACION POR CLIENTE'
003200     DISPLAY 'CLIENTES CONSULTADOS : ' TCW-CNT-SOLICIT
