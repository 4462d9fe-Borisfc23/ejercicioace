      ************************************************************************
800041*     * 800041 15/10/26 RHM CREACION - CLIENTES SENALADOS CICLAJE  **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: CLIENTES SENALADOS POR CICLAJE DE AFILIACIONES *
      **             EN LA HISTORIA ARCHISWVC: ALTA-BAJA-ALTA        *
      **             REPETIDO EN EL MISMO PRODUCTO, VARIAS CUENTAS   *
      **             EMITIDAS O ROTACION ENTRE EMPLEADORES. LO       *
      **             REGENERA TCWQCIC EN CADA CORRIDA Y LO MUESTRAN  *
      **             COMO ALERTA TCWCCON Y TCWKHIS.                 *
      **  COPY     : ADQWCIC                                        *
      **  ACCESO   : INDEXADO POR CIC-COD-UNICO                     *
      *-------------------------------------------------------------*
      *-
       01  ADQWCIC.
      *-                               ---  CODIGO UNICO DEL CLIENTE
           03  CIC-COD-UNICO       PIC  9(10).
      *-                               ---  FECHA DE LA EVALUACION
           03  CIC-FECHA           PIC  X(06).
      *-                               ---  CICLOS ALTA-BAJA-ALTA EN LA
      *-                                     VENTANA DE CICLAJE
           03  CIC-CICLOS          PIC  9(03).
      *-                               ---  NROCTA DISTINTOS EN LA
      *-                                     VENTANA DE ROTACION
           03  CIC-CUENTAS         PIC  9(03).
      *-                               ---  RUC DISTINTOS EN LA VENTANA
      *-                                     DE ROTACION
           03  CIC-EMPLEADORES     PIC  9(03).
      *-                               ---  PUNTAJE PARA EL RANKING
           03  CIC-PUNTAJE         PIC  9(05).
      *-                               ---  INDICADORES QUE SUPERARON
      *-                                     SU UMBRAL
           03  CIC-MOTIVOS.
               05  CIC-MOT-CICLAJE     PIC  X(01).
                   88  CIC-POR-CICLAJE     VALUE 'C'.
               05  CIC-MOT-CUENTAS     PIC  X(01).
                   88  CIC-POR-CUENTAS     VALUE 'N'.
               05  CIC-MOT-EMPLEAD     PIC  X(01).
                   88  CIC-POR-EMPLEADORES VALUE 'E'.
      *-                               ---  ULTIMO RUC DEL CLIENTE EN LA
      *-                                     HISTORIA
           03  CIC-ULTIMO-RUC      PIC  9(11).
      *-                               ---
           03  CIC-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWCIC -----------------------------*
      *-------------------------------------------------------------*
