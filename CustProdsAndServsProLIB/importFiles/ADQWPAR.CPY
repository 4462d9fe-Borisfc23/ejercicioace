      ************************************************************************
800065*     * 800065 15/10/26 RHM MESES SIN ABONO DE PLANILLA (TCX0DOR)   **
800040*     * 800040 15/10/26 RHM VENTANAS Y UMBRALES DE CICLAJE (TCWQCIC)**
800030*     * 800030 02/09/26 RHM CANTIDAD DE PARTICIONES (TCWISPL)      **
800029*     * 800029 02/09/26 RHM UMBRAL SLA EN SEGUNDOS (TCWHSLA)       **
800027*     * 800027 02/09/26 RHM DIAS SIN ACUSE PARA ALERTA (TCWGACK)   **
800030*-                                     LA CARGA MASIVA (TCWISPL /
800030*-                                     TCWJCON), DE 1 A 4
800030     03  PAR-CANT-PARTIC     PIC  9(02).
800040*-                               ---  DIAS HACIA ATRAS EN LOS QUE
800040*-                                     TCWQCIC BUSCA CICLOS ALTA-
800040*-                                     BAJA-ALTA DEL MISMO CLIENTE
800040*-                                     Y PRODUCTO
800040     03  PAR-DIAS-CICLAJE    PIC  9(03).
800040*-                               ---  CICLOS EN ESA VENTANA QUE
800040*-                                     SENALAN AL CLIENTE
800040     03  PAR-MIN-CICLOS      PIC  9(02).
800040*-                               ---  DIAS HACIA ATRAS EN LOS QUE
800040*-                                     TCWQCIC CUENTA CUENTAS Y
800040*-                                     EMPLEADORES DISTINTOS
800040     03  PAR-DIAS-ROTACION   PIC  9(03).
800040*-                               ---  NROCTA DISTINTOS DEL CLIENTE
800040*-                                     EN LA VENTANA QUE LO SENALAN
800040     03  PAR-MIN-CUENTAS     PIC  9(02).
800040*-                               ---  RUC DISTINTOS DEL CLIENTE EN
800040*-                                     LA VENTANA QUE LO SENALAN
800040     03  PAR-MIN-EMPLEAD     PIC  9(02).
800065*-                               ---  MESES SEGUIDOS SIN ABONO DE
800065*-                                     PLANILLA A PARTIR DE LOS
800065*-                                     CUALES TCX0DOR PROPONE LA
800065*-                                     BAJA DE LA CTA SUELDO
800065     03  PAR-MESES-SIN-ABONO PIC  9(02).
800065*-                               ---  MESES SEGUIDOS CON ABONOS DE
800065*-                                     UN RUC DISTINTO DEL DE LA
800065*-                                     AFILIACION QUE LA PROPONEN
800065     03  PAR-MESES-RUC-DIF   PIC  9(02).
      *-                               ---
800030     03  PAR-FILLER          PIC  X(01).
800030*    03  PAR-FILLER          PIC  X(03).
