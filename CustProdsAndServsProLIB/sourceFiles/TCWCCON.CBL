000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000091*  15/10/26 RHM   ALERTA DE CICLAJE: SI EL CLIENTE FIGURA   *
000092*                 EN EL ARCHIVO DE SENALADOS DE TCWQCIC     *
000093*                 (ADQWCIC) SE IMPRIME BAJO SU CABECERA EL  *
000094*                 AVISO CON CICLOS, CUENTAS, EMPLEADORES Y  *
000095*                 MOTIVOS DEL SENALAMIENTO.                 *
000096*  02/09/26 RHM   CONSULTA POR NRO DE CUENTA: LA SOLICITUD  *
000097*                 (ADQWCON) ADMITE CON-TIPO 'C' CON EL      *
000098*                 NROCTA QUE DEVUELVEN LOS RECEPTORES; SE   *
000099*                 RESUELVE A COD-UNICO POR UNA LECTURA DE   *
000100*                 LA XREF ADQAXRF (CAMBIO 800026) Y SIGUE   *
000101*                 EL MISMO ESTADO CONSOLIDADO DE SIEMPRE.   *
000102*  23/08/26 RHM   CREACION. CONSULTA CONSOLIDADA DE ESTADO  *
000110*                 DE AFILIACION POR CLIENTE: PARA CADA      *
000120*                 COD-UNICO SOLICITADO (ADQWCON) EMITE EN   *
000130*                 UN SOLO ESTADO EL DETALLE DE ADQAFIL POR  *
000230*             ARCAFILIAC - MAESTRO DE AFILIACIONES          *
000240*             ARCRECHWVC - DETALLE DE RECHAZOS (ADQWRJD)    *
000250*             ARCAUDWVC  - BITACORA DE AUDITORIA (ADQWAUD)  *
000255*             ARCCICMAR  - CLIENTES SENALADOS (ADQWCIC)     *
000260*  SALIDA   : ARCCONSAL  - ESTADO CONSOLIDADO IMPRESO       *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000424         RECORD KEY    IS XRF-NROCTA
000425         FILE STATUS   IS TCW-FS-AFIXRF.
000426
000427     SELECT ARCCICMAR  ASSIGN TO CICMAR
000428         ORGANIZATION  IS INDEXED
000429         ACCESS MODE   IS RANDOM
000430         RECORD KEY    IS CIC-COD-UNICO
000431         FILE STATUS   IS TCW-FS-CICMAR.
000432
000433     SELECT ARCRECHWVC ASSIGN TO RCHWVC
000440         ORGANIZATION  IS LINE SEQUENTIAL
000450         FILE STATUS   IS TCW-FS-RCHWVC.
000460
000642     RECORDING MODE IS F.
000643     COPY ADQAXRF.
000644
000645 FD  ARCCICMAR
000646     RECORDING MODE IS F.
000647     COPY ADQWCIC.
000648
000650 FD  ARCRECHWVC
000660     RECORDING MODE IS F.
000670     COPY ADQWRJD.
000841     05  TCW-FS-AFIXRF        PIC X(02).
000842         88  TCW-OK-AFIXRF           VALUE '00'.
000843         88  TCW-NOENC-AFIXRF        VALUE '35'.
000844     05  TCW-FS-CICMAR        PIC X(02).
000845         88  TCW-OK-CICMAR           VALUE '00'.
000846         88  TCW-NOENC-CICMAR        VALUE '35'.
000850     05  TCW-FS-RCHWVC        PIC X(02).
000860         88  TCW-OK-RCHWVC           VALUE '00'.
000870         88  TCW-NOENC-RCHWVC        VALUE '35'.
001020         88  TCW-AFILIAC-ABIERTO    VALUE 'S'.
001022     05  TCW-SW-AFIXRF-ABTO  PIC X(01) VALUE SPACE.
001024         88  TCW-AFIXRF-ABIERTO     VALUE 'S'.
001025     05  TCW-SW-CICMAR-ABTO  PIC X(01) VALUE SPACE.
001026         88  TCW-CICMAR-ABIERTO     VALUE 'S'.
001027     05  TCW-SW-RESUELTA     PIC X(01) VALUE SPACE.
001028         88  TCW-SOLICITUD-RESUELTA VALUE 'S'.
001030     05  TCW-SW-FINPROD      PIC X(01) VALUE SPACE.
001040         88  TCW-FIN-DE-PRODUCTOS   VALUE 'S'.
001290         10  FILLER          PIC X(08) VALUE 'CLIENTE '.
001300         10  TCW-LC-COD-UNICO PIC 9(10).
001310         10  FILLER          PIC X(62) VALUE SPACE.
001311     05  TCW-LIN-ALERTA-CIC.
001312         10  FILLER          PIC X(40) VALUE
001313             '  *** ALERTA: CLIENTE SENALADO POR CICLA'.
001314         10  FILLER          PIC X(08) VALUE 'JE  AL  '.
001315         10  TCW-LA-FECHA    PIC X(06).
001316         10  FILLER          PIC X(26) VALUE ' ***'.
001317     05  TCW-LIN-DETALLE-CIC.
001318         10  FILLER          PIC X(10) VALUE '  CICLOS '.
001319         10  TCW-LA-CICLOS   PIC ZZ9.
001320         10  FILLER          PIC X(09) VALUE ' CUENTAS '.
001321         10  TCW-LA-CUENTAS  PIC ZZ9.
001322         10  FILLER          PIC X(13) VALUE ' EMPLEADORES '.
001323         10  TCW-LA-EMPLEAD  PIC ZZ9.
001324         10  FILLER          PIC X(09) VALUE ' PUNTAJE '.
001325         10  TCW-LA-PUNTAJE  PIC ZZZZ9.
001326         10  FILLER          PIC X(09) VALUE ' MOTIVOS '.
001327         10  TCW-LA-MOTIVOS  PIC X(03).
001328         10  FILLER          PIC X(13) VALUE SPACE.
001329     05  TCW-LIN-PRODUCTO.
001330         10  FILLER          PIC X(10) VALUE '  PRODUCTO'.
001340         10  FILLER          PIC X(01) VALUE SPACE.
001350         10  TCW-LP-PRODUCTO PIC 9(03).
002354     IF TCW-OK-AFIXRF
002356         SET  TCW-AFIXRF-ABIERTO TO TRUE
002358     END-IF
002359     OPEN INPUT ARCCICMAR
002360     IF TCW-OK-CICMAR
002361         SET  TCW-CICMAR-ABIERTO TO TRUE
002362     END-IF
002363     PERFORM 2100-LEER-SOLICITUD
002370         THRU 2100-LEER-SOLICITUD-EXIT
002380     .
002390 1000-INICIAL-EXIT.
002526     END-IF
002528     MOVE TCW-COD-UNICO TO TCW-LC-COD-UNICO
002530     WRITE REC-LINEA FROM TCW-LIN-CLIENTE
002531     PERFORM 2600-ALERTA-CICLAJE
002532         THRU 2600-ALERTA-CICLAJE-EXIT
002533     PERFORM 3000-ESTADO-AFILIACION
002540         THRU 3000-ESTADO-AFILIACION-EXIT
002550     PERFORM 4000-ULTIMO-RECHAZO
002560         THRU 4000-ULTIMO-RECHAZO-EXIT
002656     .
002657 2050-RESOLVER-SOLICITUD-EXIT.
002658     EXIT.
002659
002660 2100-LEER-SOLICITUD SECTION.
002661     READ ARCCONENT
002670         AT END
002680             SET  TCW-FIN-DE-SOLICITUD TO TRUE
002690     END-READ
002700     .
002710 2100-LEER-SOLICITUD-EXIT.
002720     EXIT.
002721
002722*----------------------------------------------------------*
002723*  2600-ALERTA-CICLAJE - AVISA SI EL CLIENTE QUEDO          *
002724*                        SENALADO EN LA ULTIMA CORRIDA DE   *
002725*                        TCWQCIC (ADQWCIC)                  *
002726*----------------------------------------------------------*
002727 2600-ALERTA-CICLAJE SECTION.
002728     IF NOT TCW-CICMAR-ABIERTO
002729         GO TO 2600-ALERTA-CICLAJE-EXIT
002730     END-IF
002731     MOVE TCW-COD-UNICO TO CIC-COD-UNICO
002732     READ ARCCICMAR
002733         KEY IS CIC-COD-UNICO
002734         INVALID KEY
002735             GO TO 2600-ALERTA-CICLAJE-EXIT
002736     END-READ
002737     MOVE CIC-FECHA       TO TCW-LA-FECHA
002738     WRITE REC-LINEA FROM TCW-LIN-ALERTA-CIC
002739     MOVE CIC-CICLOS      TO TCW-LA-CICLOS
002740     MOVE CIC-CUENTAS     TO TCW-LA-CUENTAS
002741     MOVE CIC-EMPLEADORES TO TCW-LA-EMPLEAD
002742     MOVE CIC-PUNTAJE     TO TCW-LA-PUNTAJE
002743     MOVE CIC-MOTIVOS     TO TCW-LA-MOTIVOS
002744     WRITE REC-LINEA FROM TCW-LIN-DETALLE-CIC
002745     .
002746 2600-ALERTA-CICLAJE-EXIT.
002747     EXIT.
002748
002749*----------------------------------------------------------*
002750*  3000-ESTADO-AFILIACION - LISTA EL ESTADO ACTUAL POR      *
002760*                           PRODUCTO EN ADQAFIL, POSICIO-   *
002770*                           NANDO POR CLAVE PARCIAL         *
004552     IF TCW-AFIXRF-ABIERTO
004554         CLOSE ARCAFIXRF
004556     END-IF
004557     IF TCW-CICMAR-ABIERTO
004558         CLOSE ARCCICMAR
004559     END-IF
004560     CLOSE ARCCONSAL
004570     DISPLAY 'TCWCCON - CONSULTA DE AFILIACION POR CLIENTE'
004580     DISPLAY 'CLIENTES CONSULTADOS : ' TCW-CNT-SOLICIT
