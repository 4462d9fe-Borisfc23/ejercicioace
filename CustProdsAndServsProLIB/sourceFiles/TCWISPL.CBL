000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000091*  15/10/26 RHM   PARTICIONES A 33 POSICIONES POR LA FECHA  *
000092*                 EFECTIVA AGREGADA A ADQWBE.               *
000100*  02/09/26 RHM   CREACION. SPLITTER DE LA CARGA MASIVA:    *
000110*                 PARTE UN ARCENTBAT LIMPIO (SALIDA DE      *
000120*                 TCW7EDT) EN HASTA 4 FLUJOS BALANCEADOS    *
000750
000760 FD  ARCENT01
000770     RECORDING MODE IS F.
000780 01  P01-REGISTRO            PIC X(33).
000790
000800 FD  ARCENT02
000810     RECORDING MODE IS F.
000820 01  P02-REGISTRO            PIC X(33).
000830
000840 FD  ARCENT03
000850     RECORDING MODE IS F.
000860 01  P03-REGISTRO            PIC X(33).
000870
000880 FD  ARCENT04
000890     RECORDING MODE IS F.
000900 01  P04-REGISTRO            PIC X(33).
000910
000920 FD  ARCMAPPAR
000930     RECORDING MODE IS F.
