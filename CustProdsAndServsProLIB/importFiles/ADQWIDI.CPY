      ************************************************************************
800071*     * 800071 15/10/26 RHM TIPO 12 SOLO PARA XREF VIGENTE          **
800045*     * 800045 15/10/26 RHM CREACION - DISCREPANCIAS DE INTEGRIDAD **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: DISCREPANCIA ENTRE LOS ARCHIVOS PROPIOS QUE    *
      **             DESCRIBEN LAS AFILIACIONES: MAESTRO ADQAFIL,   *
      **             REFERENCIA CRUZADA ADQAXRF E HISTORIA ADQWHIS. *
      **             LA GRABA LA AUDITORIA DE TCWUINT; UN REGISTRO  *
      **             POR DIFERENCIA ENCONTRADA.                     *
      **  COPY     : ADQWIDI                                        *
      **  ACCESO   : SECUENCIAL                                     *
      *-------------------------------------------------------------*
      *-
       01  ADQWIDI.
      *-                               ---  CLAVE DEL MAESTRO AFECTADA
           03  IDI-COD-UNICO       PIC  9(10).
           03  IDI-COD-PRODUCTO    PIC  9(03).
      *-                               ---  NRO CUENTA INVOLUCRADO
           03  IDI-NROCTA          PIC  X(20).
      *-                               ---  TIPO DE DISCREPANCIA
           03  IDI-TIPO            PIC  X(02).
      *-                               ---  XREF A CLAVE SIN MAESTRO
               88  IDI-XREF-SIN-MAESTRO    VALUE  '11'.
800071*-                               ---  XREF VIGENTE CON CUENTA
800071*-                                     DISTINTA DE LA DEL MAESTRO
800071*-                                     DE SU CLAVE (LA ANULADA ES
800071*-                                     UNA CUENTA ANTERIOR)
               88  IDI-XREF-CTA-DISTINTA   VALUE  '12'.
      *-                               ---  XREF CON ESTADO DISTINTO
               88  IDI-XREF-EST-DISTINTO   VALUE  '13'.
      *-                               ---  CUENTA DEL MAESTRO SIN XREF
               88  IDI-CUENTA-SIN-XREF     VALUE  '21'.
      *-                               ---  CUENTA DEL MAESTRO CON XREF
      *-                                     A OTRA CLAVE
               88  IDI-CUENTA-OTRA-CLAVE   VALUE  '22'.
      *-                               ---  CLAVE CON HISTORIA Y SIN
      *-                                     REGISTRO EN EL MAESTRO
               88  IDI-FALTA-EN-MAESTRO    VALUE  '31'.
      *-                               ---  ESTADO DISTINTO DEL ULTIMO
      *-                                     MOVIMIENTO
               88  IDI-HIS-EST-DISTINTO    VALUE  '32'.
      *-                               ---  CUENTA DISTINTA DEL ULTIMO
      *-                                     MOVIMIENTO
               88  IDI-HIS-CTA-DISTINTA    VALUE  '33'.
      *-                               ---  MONEDA DISTINTA DEL ULTIMO
      *-                                     MOVIMIENTO
               88  IDI-HIS-MON-DISTINTA    VALUE  '34'.
      *-                               ---  VIGENTE SIN ALTA EN HISTORIA
               88  IDI-VIGENTE-SIN-ALTA    VALUE  '41'.
      *-                               ---  VALOR SEGUN EL MAESTRO
           03  IDI-VALOR-MAESTRO   PIC  X(20).
      *-                               ---  VALOR SEGUN XREF O HISTORIA
           03  IDI-VALOR-OTRO      PIC  X(20).
      *-                               ---  DESCRIPCION DE LA DIFERENCIA
           03  IDI-DESCRIP         PIC  X(30).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWIDI -----------------------------*
      *-------------------------------------------------------------*
