        RECORD KEY IS ALT-CODIGO
        FILE STATUS IS FS-ALT.

       SELECT ARCH-KIT ASSIGN TO "KITS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KIT-CODIGO
        FILE STATUS IS FS-KIT.

       SELECT ARCH-LOT ASSIGN TO "LOTES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RES-CLAVE
        FILE STATUS IS FS-RES.

       SELECT ARCH-PER ASSIGN TO "PERIODOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PER-PERIODO
        FILE STATUS IS FS-PER.

       SELECT ARCH-FAC ASSIGN TO "FACTURAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FAC-NUMERO
        ALTERNATE RECORD KEY IS FAC-CLIENTE WITH DUPLICATES
        FILE STATUS IS FS-FAC.

       SELECT ARCH-LIQ ASSIGN TO "LIQUIDACIONES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LIQ-CLAVE
        ALTERNATE RECORD KEY IS LIQ-FACTURA WITH DUPLICATES
        FILE STATUS IS FS-LIQ.

       SELECT ARCH-LIQIN ASSIGN TO "LIQUIDACION_TARJETAS.TXT"
            ORGANIZATION IS  SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-LIQIN.

       SELECT ARCH-APA ASSIGN TO "APARTADOS.TXT"
            ORGANIZATION IS  SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-APA.

       SELECT ARCH-PTS ASSIGN TO "PUNTOS.TXT"
            ORGANIZATION IS  SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-PTS.

       SELECT ARCH-PPAR ASSIGN TO "PUNTOS_PARAM.DAT"
            ORGANIZATION IS  SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-PPAR.
       DATA DIVISION.
       FILE SECTION.
        FD  ARCH-PROD.
       01  REG-CAT.
           02 CAT-CODIGO       PIC X(5).
           02 CAT-DESCRIPCION  PIC X(15).
           02 CAT-COMISION     PIC 9(2)V99.

       FD  ARCH-DIARIO.
       01  REG-DIARIO.
           02 ALT-CODIGO       PIC X(13).
           02 ALT-PRODUCTO     PIC X(5).

       FD  ARCH-KIT.
       01  REG-KIT.
           02 KIT-CODIGO       PIC X(5).
           02 KIT-NOMBRE       PIC X(25).
           02 KIT-PRECIO       PIC 9(5)V99.
           02 KIT-NCOMP        PIC 9(2).
           02 KIT-COMP OCCURS 10 TIMES.
              03 KIT-COMP-COD  PIC X(5).
              03 KIT-COMP-CANT PIC 9(5)V999.

       FD  ARCH-LOT.
       01  REG-LOT.
           02 LOT-CLAVE.
           02 RES-INGRESO      PIC S9(11)V99.
           02 RES-DEV-MONTO    PIC S9(11)V99.
           02 RES-COSTO        PIC S9(11)V99.

       FD  ARCH-PER.
       01  REG-PER.
           02 PER-PERIODO      PIC X(6).
           02 PER-ESTADO       PIC X(1).
           02 PER-FECHA-HORA   PIC X(14).
           02 PER-OPER         PIC X(5).
           02 PER-MOTIVO       PIC X(40).

       FD  ARCH-FAC.
       01  REG-FAC.
           02 FAC-NUMERO       PIC X(7).
           02 FAC-FECHA        PIC X(8).
           02 FAC-CLIENTE      PIC X(5).
           02 FAC-CONDICION    PIC X(1).
           02 FAC-OPER         PIC X(5).
           02 FAC-METODO       PIC X(1).
           02 FAC-TOTAL        PIC 9(11)V99.
           02 FAC-RECIBIDO     PIC 9(9)V99.
           02 FAC-CAMBIO       PIC 9(9)V99.
           02 FAC-DEVUELTO     PIC 9(11)V99.
           02 FAC-UBIC         PIC X(1).
           02 FAC-COMPLETA     PIC X(1).
           02 FAC-NLIN         PIC 9(2).
           02 FAC-LIN OCCURS 40 TIMES.
              03 FAC-L-COD     PIC X(5).
              03 FAC-L-CANT    PIC 9(7)V999.
              03 FAC-L-PRECIO  PIC 9(5)V99.
              03 FAC-L-DESC    PIC 9(3)V99.
              03 FAC-L-KIT     PIC X(1).
              03 FAC-L-DEV     PIC 9(7)V999.

       FD  ARCH-LIQ.
       01  REG-LIQ.
           02 LIQ-CLAVE.
              03 LIQ-FECHA     PIC X(8).
              03 LIQ-AUTORIZ   PIC X(12).
           02 LIQ-MONTO        PIC 9(9)V99.
           02 LIQ-COMISION     PIC 9(7)V99.
           02 LIQ-NETO         PIC 9(9)V99.
           02 LIQ-IMPORTADA    PIC X(8).
           02 LIQ-ESTADO       PIC X(1).
           02 LIQ-FACTURA      PIC X(7).
           02 LIQ-MONTO-TICKET PIC 9(9)V99.

       FD  ARCH-LIQIN.
       01  REG-LIQIN-LINE  PIC X(80).

       FD  ARCH-APA.
       01  REG-APA-LINE  PIC X(100).

       FD  ARCH-PTS.
       01  REG-PTS-LINE  PIC X(80).

       FD  ARCH-PPAR.
       01  REG-PPAR.
           02 PPAR-TASA        PIC 9(3)V99.
           02 PPAR-MESES       PIC 9(3).
           02 PPAR-VALOR       PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       01  FS-PROD           PIC XX VALUE "00".
       01  FS-VEN            PIC XX VALUE "00".
       01  FS-MOV            PIC XX VALUE "00".
       01  FS-ALT            PIC XX VALUE "00".
       01  FS-LOT            PIC XX VALUE "00".
       01  FS-KIT            PIC XX VALUE "00".
       01  FS-COT            PIC XX VALUE "00".
       01  FS-COTSEQ         PIC XX VALUE "00".
       01  FS-PRE            PIC XX VALUE "00".
       01  FS-CTAS           PIC XX VALUE "00".
       01  FS-FEST           PIC XX VALUE "00".
       01  FS-RES            PIC XX VALUE "00".
       01  FS-PER            PIC XX VALUE "00".
       01  FS-FAC            PIC XX VALUE "00".
       01  FS-LIQ            PIC XX VALUE "00".
       01  FS-LIQIN          PIC XX VALUE "00".
       01  FS-APA            PIC XX VALUE "00".
       01  FS-PTS            PIC XX VALUE "00".
       01  FS-PPAR           PIC XX VALUE "00".
       01  FS-ARQ            PIC XX VALUE "00".
       01  FS-FACTDOC        PIC XX VALUE "00".
       01  FS-BATCH          PIC XX VALUE "00".
       01  WS-ALT-LINEAS        PIC 9(5)       VALUE 0.
       01  IN-CONTEO-MODO       PIC X(1)       VALUE SPACES.

       *>-- Kits y combos (KITS.DAT)
       *> Un kit es un codigo de venta sin stock propio que agrupa
       *> hasta 10 componentes (productos del maestro) con la
       *> cantidad de cada uno por kit. Se factura en una sola
       *> linea D al precio del kit, marcada con K al final:
       *>   D|FACTURA|KIT|CANTIDAD|PRECIO||K
       *> y detras una linea por componente con lo que sale de la
       *> sala y la parte del importe del kit que le toca (segun
       *> el precio de lista de cada componente dentro del kit):
       *>   K|FACTURA|COMPONENTE|CANTIDAD|IMPORTE|KIT
       *> La devolucion de un kit graba la R con la misma marca y
       *> una linea J por componente que vuelve a la sala:
       *>   R|FACTURA|KIT|CANTIDAD|FECHA|PRECIO|K|OPERADOR|REEMB
       *>   J|FACTURA|COMPONENTE|CANTIDAD|FECHA|IMPORTE|KIT
       *> Stock, lotes, kardex y RESUMEN_VENTAS.DAT se llevan por
       *> componente (lineas K/J); las lineas D/R marcadas solo
       *> cuentan para el importe de la factura.
       01  IN-KIT-OPCION        PIC X(1)       VALUE SPACES.
       01  IN-KIT-CODIGO        PIC X(5)       VALUE SPACES.
       01  IN-KIT-NOMBRE        PIC X(25)      VALUE SPACES.
       01  IN-KIT-PRECIO-TX     PIC X(10)      VALUE SPACES.
       01  IN-KIT-COMP-CANT-TX  PIC X(10)      VALUE SPACES.
       01  V-KIT-MARCA          PIC X(1)       VALUE SPACES.
       01  V-KIT-COD            PIC X(5)       VALUE SPACES.
       01  WS-KIT-IX            PIC 9(2)       VALUE 0.
       01  WS-KIT-JX            PIC 9(2)       VALUE 0.
       01  WS-KIT-LINEAS        PIC 9(5)       VALUE 0.
       01  WS-KIT-OK            PIC X          VALUE "N".
       01  WS-KIT-EXISTE        PIC X          VALUE "N".
       01  WS-KIT-CANT          PIC 9(7)V999   VALUE 0.
       01  WS-KIT-COMP-TOTAL    PIC 9(7)V999   VALUE 0.
       01  WS-KIT-LISTA         PIC 9(11)V99   VALUE 0.
       01  WS-KIT-IMPORTE       PIC 9(11)V99   VALUE 0.
       01  WS-KIT-ASIGNADO      PIC 9(11)V99   VALUE 0.
       01  WS-KIT-PARTE         PIC 9(11)V99   VALUE 0.
       01  WS-KIT-COSTO         PIC 9(11)V99   VALUE 0.
       01  WS-KIT-UTIL          PIC S9(11)V99  VALUE 0.
       01  WS-KIT-PRECIO-ED     PIC ZZZZ9.99.
       01  WS-KIT-CANT-ED       PIC ZZZZZZ9.999.
       01  WS-KIT-IMPORTE-ED    PIC ZZZZZZZZZ9.99.
       01  WS-KIT-NCOMP-ED      PIC Z9.
       01  WS-DKC-TAB.
           02 WS-DKC-ENT OCCURS 20 TIMES.
              03 WS-DKC-COD      PIC X(5).
              03 WS-DKC-CANT     PIC 9(7)V999.
              03 WS-DKC-IMPORTE  PIC 9(11)V99.
       01  WS-DKC-CANT-L        PIC 9(2)       VALUE 0.
       01  WS-DKC-IX            PIC 9(2)       VALUE 0.
       01  WS-DKC-KITS          PIC 9(7)V999   VALUE 0.
       01  WS-DKC-VALOR         PIC 9(11)V99   VALUE 0.

       *>-- Ventas y comisiones por vendedor
       *> El encabezado del ticket lleva el operador que lo vendio:
       *>   H|FACTURA|FECHA|CLIENTE|CONDICION|OPERADOR
       *> y la devolucion, ademas de la marca de kit, el operador
       *> que la registro y una E si el reembolso salio en efectivo
       *> de la caja abierta:
       *>   R|FACTURA|CODIGO|CANTIDAD|FECHA|PRECIO|K|OPERADOR|E
       *> La devolucion se descuenta al vendedor de la factura
       *> original; el reembolso en efectivo, a la caja del que lo
       *> pago. La comision es el porcentaje de la categoria del
       *> producto (CAT-COMISION) sobre lo cobrado, IVA incluido;
       *> los kits comisionan por sus componentes (lineas K/J).
       *> Los tickets viejos sin operador se agrupan en (SIN).
       01  IN-COM-PCT-TX        PIC X(10)      VALUE SPACES.
       01  WS-COM-PCT-ED        PIC Z9.99.
       01  V-OPER               PIC X(5)       VALUE SPACES.
       01  V-REEMB              PIC X(1)       VALUE SPACES.
       01  WS-VOP-TAB.
           02 WS-VOP-ENT OCCURS 50 TIMES.
              03 WS-VOP-OPER     PIC X(5).
              03 WS-VOP-TICKETS  PIC 9(7).
              03 WS-VOP-UND      PIC S9(9)V999.
              03 WS-VOP-BRUTO    PIC S9(11)V99.
              03 WS-VOP-DEV      PIC S9(11)V99.
              03 WS-VOP-COMISION PIC S9(11)V99.
              03 WS-VOP-EFECTIVO PIC S9(11)V99.
              03 WS-VOP-ARQ      PIC S9(11)V99.
              03 WS-VOP-FONDO    PIC S9(11)V99.
              03 WS-VOP-SESIONES PIC 9(5).
       01  WS-VOP-CANT          PIC 9(2)       VALUE 0.
       01  WS-VOP-IX            PIC 9(2)       VALUE 0.
       01  WS-VOP-BUSCA         PIC X(5)       VALUE SPACES.
       01  WS-VOP-ACTUAL        PIC X(5)       VALUE SPACES.
       01  WS-VOP-EN            PIC X          VALUE "N".
       01  WS-VOP-PCT           PIC 9(2)V99    VALUE 0.
       01  WS-VOP-MONTO         PIC S9(11)V99  VALUE 0.
       01  WS-VOP-NETO          PIC S9(11)V99  VALUE 0.
       01  WS-VOP-DIF           PIC S9(11)V99  VALUE 0.
       01  WS-VOP-TOT-TICKETS   PIC 9(7)       VALUE 0.
       01  WS-VOP-TOT-NETO      PIC S9(13)V99  VALUE 0.
       01  WS-VOP-TOT-COM       PIC S9(13)V99  VALUE 0.
       01  WS-VOP-DIFERENCIAS   PIC 9(3)       VALUE 0.
       01  WS-VOP-TICKETS-ED    PIC ZZZZZZ9.
       01  WS-VOP-UND-ED        PIC -ZZZZZZZ9.999.
       01  WS-VOP-MONTO-ED      PIC -ZZZZZZZZZ9.99.
       01  WS-VOP-MONTO2-ED     PIC -ZZZZZZZZZ9.99.
       01  WS-VOP-MONTO3-ED     PIC -ZZZZZZZZZ9.99.
       01  WS-VOP-MONTO4-ED     PIC -ZZZZZZZZZ9.99.
       *> Vendedor de cada factura, para cargarle sus devoluciones
       *> Porcentaje de comision por descripcion de categoria
       01  WS-CCO-TAB.
           02 WS-CCO-ENT OCCURS 100 TIMES.
              03 WS-CCO-DESC     PIC X(15).
              03 WS-CCO-PCT      PIC 9(2)V99.
       01  WS-CCO-CANT          PIC 9(3)       VALUE 0.
       01  WS-CCO-IX            PIC 9(3)       VALUE 0.

       *>-- Recuperacion de tickets y cajas interrumpidos
       *> Al arrancar se buscan tickets de contado con H (y D) pero
       *> sin linea P, y aperturas S de ARQUEOS.DAT sin su arqueo C.
       *> Un supervisor decide: la caja se reanuda o se cierra con
       *> arqueo; el ticket se cobra o se anula. Anular devuelve
       *> cada linea como una devolucion (R, y J para los kits) a
       *> la fecha del ticket y lo cierra con un pago de metodo A:
       *>   P|FACTURA|A|0.00|0.00|0.00
       *> La factura del retiro de un apartado (condicion A) no se
       *> cobra: si corresponde a un solo apartado abierto y pagado
       *> del cliente por el mismo total se termina el retiro (P
       *> con metodo B y linea F del apartado); si no, se anula.
       *> La apertura guarda cuantas lineas tenia ventas.txt, para
       *> reconstruir desde ahi el efectivo y la tarjeta del turno:
       *>   S|OPER|FECHA|FONDO|LINEAS
       *> Cada decision queda en AUDIT.DAT como evento:
       *>   *EVT|CLASE|REFERENCIA|ACCION|DETALLE|FECHAHORA|OPERADOR
       01  WS-RCJ-TAB.
           02 WS-RCJ-ENT OCCURS 20 TIMES.
              03 WS-RCJ-OPER     PIC X(5).
              03 WS-RCJ-FECHA    PIC X(8).
              03 WS-RCJ-FONDO    PIC 9(9)V99.
              03 WS-RCJ-LINEA    PIC 9(7).
              03 WS-RCJ-CON-POS  PIC X(1).
       01  WS-RCJ-CANT          PIC 9(2)       VALUE 0.
       01  WS-RCJ-IX            PIC 9(2)       VALUE 0.
       01  WS-RCJ-JX            PIC 9(2)       VALUE 0.
       01  WS-RCJ-EFECTIVO      PIC S9(9)V99   VALUE 0.
       01  WS-RCJ-TARJETA       PIC 9(9)V99    VALUE 0.
       01  WS-RCJ-PUNTOS        PIC 9(9)V99    VALUE 0.
       01  WS-RCJ-POS           PIC 9(7)       VALUE 0.
       01  WS-RCJ-H-OPER        PIC X(5)       VALUE SPACES.
       01  WS-RCJ-H-FECHA       PIC X(8)       VALUE SPACES.
       01  WS-RTK-TAB.
           02 WS-RTK-ENT OCCURS 50 TIMES.
              03 WS-RTK-FACT     PIC X(7).
              03 WS-RTK-FECHA    PIC X(8).
              03 WS-RTK-OPER     PIC X(5).
              03 WS-RTK-CLIENTE  PIC X(5).
              03 WS-RTK-TOTAL    PIC 9(9)V99.
              03 WS-RTK-LINEAS   PIC 9(3).
              03 WS-RTK-PAGADO   PIC X(1).
              03 WS-RTK-COND     PIC X(1).
       01  WS-RTK-CANT          PIC 9(2)       VALUE 0.
       01  WS-RTK-IX            PIC 9(2)       VALUE 0.
       01  WS-RTK-EN            PIC X          VALUE "N".
       01  WS-RTK-PEND          PIC 9(2)       VALUE 0.
       01  WS-RTK-LLENO         PIC X          VALUE "N".
       01  WS-RTK-VIO-PAGO      PIC X          VALUE "N".
       *> Lineas del ticket que se anula
       01  WS-RLN-TAB.
           02 WS-RLN-ENT OCCURS 100 TIMES.
              03 WS-RLN-COD      PIC X(5).
              03 WS-RLN-CANT     PIC 9(7)V999.
              03 WS-RLN-PRECIO   PIC 9(5)V99.
              03 WS-RLN-KIT      PIC X(1).
       01  WS-RLN-CANT-L        PIC 9(3)       VALUE 0.
       01  WS-RLN-IX            PIC 9(3)       VALUE 0.
       01  IN-REC-OPCION        PIC X(1)       VALUE SPACES.
       01  WS-REC-SUPERV        PIC X(5)       VALUE SPACES.
       01  WS-REC-OK            PIC X          VALUE "N".
       01  WS-REC-FECHA-SAVE    PIC X(8)       VALUE SPACES.
       01  WS-EVT-CLASE         PIC X(10)      VALUE SPACES.
       01  WS-EVT-REF           PIC X(15)      VALUE SPACES.
       01  WS-EVT-ACCION        PIC X(12)      VALUE SPACES.
       01  WS-EVT-DETALLE       PIC X(60)      VALUE SPACES.
       01  WS-EVT-OPER          PIC X(5)       VALUE SPACES.

       *>-- Cierre de periodo contable
       *> PERIODOS.DAT guarda un registro por mes AAAAMM que se
       *> haya cerrado: estado C (cerrado) o A (reabierto), quien y
       *> cuando hizo el ultimo cambio y, al reabrir, el motivo. Un
       *> mes sin registro esta abierto. Las opciones que graban
       *> movimientos rechazan fechas de un mes cerrado.
       01  IN-PER-OPCION        PIC X(1)       VALUE SPACES.
       01  IN-PER-PERIODO       PIC X(10)      VALUE SPACES.
       01  IN-PER-MOTIVO        PIC X(40)      VALUE SPACES.
       01  WS-PER-PERIODO       PIC X(6)       VALUE SPACES.
       01  WS-PER-ACTUAL        PIC X(6)       VALUE SPACES.
       01  WS-PER-MES           PIC 9(2)       VALUE 0.
       01  WS-PER-OPER          PIC X(5)       VALUE SPACES.
       01  WS-PER-CERRADOS      PIC 9(4)       VALUE 0.

       *>-- Indice de facturas (FACTURAS.DAT)
       *> Una entrada por factura, por numero y con clave alterna
       *> por cliente: encabezado, forma de pago, total, monto ya
       *> devuelto, donde estan sus lineas (V = ventas.txt, H =
       *> VENTAS_HIST.TXT) y hasta 40 lineas D con lo devuelto de
       *> cada una. Si la factura tiene mas lineas FAC-COMPLETA
       *> queda en "N" y el detalle se lee del archivo indicado.
       *> Cada linea H, D, P o R que se graba en ventas.txt se
       *> aplica al indice con INDEXAR-LINEA-VENTA; la opcion 32
       *> lo reconstruye desde los dos archivos de ventas.
       01  WS-FAC-NUEVO         PIC X          VALUE "N".
       01  WS-FAC-UBIC          PIC X          VALUE "V".
       01  WS-FAC-IX            PIC 9(2)       VALUE 0.
       01  WS-FAC-HECHO         PIC X          VALUE "N".
       01  WS-FAC-CANT          PIC 9(7)       VALUE 0.
       01  FI-TIPO              PIC X(1).
       01  FI-FACT              PIC X(7).
       01  FI-FECHA             PIC X(10).
       01  FI-CLIENTE           PIC X(5).
       01  FI-COND              PIC X(1).
       01  FI-OPER              PIC X(5).
       01  FI-COD               PIC X(5).
       01  FI-METODO            PIC X(1).
       01  FI-CANT-TX           PIC X(15).
       01  FI-PRECIO-TX         PIC X(15).
       01  FI-DESC-TX           PIC X(10).
       01  FI-KIT               PIC X(1).
       01  FI-RECIB-TX          PIC X(15).
       01  FI-CAMBIO-TX         PIC X(15).
       01  FI-CANT              PIC 9(7)V999   VALUE 0.
       01  FI-VALOR             PIC 9(11)V99   VALUE 0.

       *>-- Lotes por producto con fecha de vencimiento
       *> La clave de LOTES.DAT es producto+vencimiento+lote, asi que
       *> recorrer los lotes de un producto en orden de clave es ya
       *> CUENTAS_CONT.DAT es el catalogo parametrizable:
       *>   CLAVE|NUMERO|DESCRIPCION
       *> con las claves CAJA, VENTAS, IVA, CXC, CXP, COSTO,
       *> INVENTARIO, MERMA, COMTARJETA (comision retenida por el
       *> procesador de tarjetas), ANTICIPOS (abonos de apartados
       *> aun no retirados), OTROSING (lo retenido de apartados
       *> vencidos y los puntos de fidelidad vencidos), PUNTOS
       *> (pasivo por puntos de fidelidad pendientes) y FIDELIDAD
       *> (gasto del programa de puntos); si no existe se crea
       *> con numeros por defecto y el contador puede editarlo.
       *> El cierre diario genera ASIENTO_AAAAMMDD.CSV con el
       *> asiento del dia (FECHA,CUENTA,DESCRIPCION,DEBE,HABER)
       *> listo para importar.
       01  WS-CTA-TAB.
           02 WS-CTA-ENT OCCURS 20 TIMES.
              03 WS-CTA-CLAVE   PIC X(10).
       01  K-CLAVE              PIC X(10).
       01  K-NUM                PIC X(8).
       01  K-DESC               PIC X(25).
       01  WS-CTA-DEFECTO       PIC X(60)      VALUE SPACES.
       01  WS-ASI-VTA-CONT      PIC S9(11)V99  VALUE 0.
       01  WS-ASI-VTA-CRED      PIC S9(11)V99  VALUE 0.
       01  WS-ASI-DEV-BRUTO     PIC S9(11)V99  VALUE 0.
       01  WS-ASI-FACT-COND     PIC X(1)       VALUE SPACES.
       01  WS-ASI-LINEAS        PIC 9(3)       VALUE 0.
       01  WS-ASI-COSTO-AJU     PIC S9(11)V99  VALUE 0.
       01  WS-ASI-NCPROV        PIC S9(11)V99  VALUE 0.
       01  WS-ASI-COMTARJ       PIC S9(11)V99  VALUE 0.
       01  WS-ASI-VTA-APAR      PIC S9(11)V99  VALUE 0.
       01  WS-ASI-APA-ABONOS    PIC S9(11)V99  VALUE 0.
       01  WS-ASI-APA-RETENIDO  PIC S9(11)V99  VALUE 0.
       01  WS-ASI-APA-DEVUELTO  PIC S9(11)V99  VALUE 0.
       01  WS-ASI-PTS-GANADOS   PIC S9(11)V99  VALUE 0.
       01  WS-ASI-PTS-QUITADOS  PIC S9(11)V99  VALUE 0.
       01  WS-ASI-PTS-CANJE     PIC S9(11)V99  VALUE 0.
       01  WS-ASI-PTS-DEVUELTOS PIC S9(11)V99  VALUE 0.
       01  WS-ASI-PTS-VENCIDOS  PIC S9(11)V99  VALUE 0.
       01  WS-ASI-PTS-SALDO     PIC S9(11)     VALUE 0.
       01  WS-ASI-PTS-PASIVO    PIC S9(11)V99  VALUE 0.

       *>-- Precios con vigencia y promociones por fecha
       *> Formato de PRECIOS_VIG.DAT:
       01  WS-DIA-DEVUELTO       PIC 9(7)V999  VALUE 0.
       01  WS-DIA-RECIBIDO       PIC 9(7)V999  VALUE 0.
       01  WS-DIA-AJUSTADO       PIC S9(7)V999 VALUE 0.
       01  WS-DIA-DEV-PROV       PIC 9(7)V999  VALUE 0.
       01  WS-DIA-ESPERADO       PIC S9(7)V999 VALUE 0.
       01  WS-DIA-APERTURA       PIC 9(7)V999  VALUE 0.
       01  WS-DIA-PRODUCTOS      PIC 9(5)  VALUE 0.
       01  WS-DEV-VENDIDO       PIC 9(7)V999   VALUE 0.
       01  WS-DEV-DEVUELTO      PIC 9(7)V999   VALUE 0.
       01  WS-DEV-DISPONIBLE    PIC S9(7)V999  VALUE 0.
       01  WS-DEV-COD           PIC X(5)       VALUE SPACES.
       01  WS-DEV-ES-KIT        PIC X          VALUE "N".
       01  WS-DEV-REPUESTO      PIC X          VALUE "N".
       01  WS-DEV-MARCA-TX      PIC X(1)       VALUE SPACES.
       01  WS-DEV-REEMB         PIC X(1)       VALUE SPACES.

       *>-- Auditoria de cambios al maestro de productos
       01  WS-NOMBRE-OLD        PIC X(25)      VALUE SPACES.
       *>   F|FACTPROV|PROV|FECHA|VENCE|MONTO|RECEPS  (factura;
       *>     RECEPS = numeros de recepcion separados por coma)
       *>   P|FACTPROV|PROV|FECHA|MONTO               (pago)
       *>   N|FACTPROV|PROV|FECHA|RECEP|MONTO|PROD|CANT
       *>     (nota de credito por devolucion de mercancia al
       *>     proveedor; FACTPROV queda en blanco si la recepcion
       *>     aun no estaba facturada, y entonces la factura que
       *>     llegue despues ya viene por la cantidad neta)
       01  IN-CXP-FACTURA       PIC X(10)      VALUE SPACES.
       01  IN-CXP-VENCE         PIC X(8)       VALUE SPACES.
       01  IN-CXP-RECEP-TX      PIC X(10)      VALUE SPACES.
       01  WS-CXP-SIGUE         PIC X          VALUE "S".
       01  WS-CXP-REC-COSTO     PIC 9(5)V99    VALUE 0.
       01  WS-CXP-REC-CANT-NUM  PIC 9(7)V999   VALUE 0.
       01  WS-CXP-FACT-RECEP    PIC X(10)      VALUE SPACES.

       *> Parseo de REG-CXP-LINE
       01  CP-TIPO              PIC X(1).
       01  CP-RECEPS            PIC X(63).
       01  CP-REC-ENT           OCCURS 8 TIMES PIC X(7).
       01  CP-REC-IX            PIC 9(2)       VALUE 0.
       01  CP-NC-PROD           PIC X(5).
       01  CP-NC-CANT-TX        PIC X(10).

       *>-- Devolucion de mercancia a proveedor
       *> Se devuelve contra una recepcion: sale de la bodega, del
       *> lote recibido y se asienta en el kardex como tipo D con
       *> la recepcion como referencia; el valor (al costo de la
       *> recepcion) queda como nota de credito N en CXP.DAT.
       01  IN-DVP-RECEP-TX      PIC X(10)      VALUE SPACES.
       01  IN-DVP-CANT-TX       PIC X(10)      VALUE SPACES.
       01  IN-DVP-LOTE          PIC X(10)      VALUE SPACES.
       01  WS-DVP-CANT          PIC S9(7)V999  VALUE 0.
       01  WS-DVP-DEVUELTO      PIC 9(7)V999   VALUE 0.
       01  WS-DVP-DISPONIBLE    PIC S9(7)V999  VALUE 0.
       01  WS-DVP-MONTO         PIC 9(11)V99   VALUE 0.
       01  WS-DVP-MONTO-ED      PIC ZZZZZZZZ9.99.
       01  WS-DVP-LOTE-OK       PIC X          VALUE "N".
       01  WS-DVP-LOT-VENCE     PIC X(8)       VALUE SPACES.
       01  WS-DVP-VALOR-INV     PIC S9(13)V99  VALUE 0.

       *>-- Antiguedad de cuentas por pagar
       01  WS-AGP-TAB.
       *> Cada movimiento de stock se asienta ademas en
       *> MOVIMIENTOS.DAT con la cantidad ya con el signo con que
       *> afecta el stock: V=venta(-), R=devolucion(+),
       *> E=recepcion(+), A=ajuste(+/-), D=devolucion a
       *> proveedor(-, desde bodega).
       01  WS-MOV-TIPO          PIC X(1)       VALUE SPACES.
       01  WS-MOV-CANT          PIC S9(7)V999  VALUE 0.
       01  WS-MOV-REF           PIC X(7)       VALUE SPACES.
       01  WS-KDX-ENCAB         PIC X          VALUE "N".
       01  WS-KDX-TIPO-DESC     PIC X(10)      VALUE SPACES.

       *>-- Valorizacion de inventario a una fecha pasada
       *> La existencia a la fecha sale de devolver desde PRD-STOCK
       *> los movimientos del kardex posteriores a esa fecha (los
       *> traslados T no mueven el consolidado). El costo es el
       *> promedio ponderado que habia ese dia, rehecho repasando el
       *> kardex con el costo de cada recepcion (E) y devolucion a
       *> proveedor (D) segun RECEPCIONES.DAT y la misma regla de
       *> RECIBIR-MERCANCIA; un producto sin recepciones con costo
       *> hasta esa fecha se valora al costo actual del maestro y se
       *> marca con *. La cobertura en meses usa las ventas netas de
       *> los 90 dias previos segun RESUMEN_VENTAS.DAT. Es MUERTO lo
       *> que lleva el limite de dias (o nunca) sin una venta V y
       *> LENTO lo que con ese ritmo dura mas que el limite.
       *> VALORIZACION_AAAAMMDD.CSV para el contador:
       *>   TIPO,CODIGO,NOMBRE,CATEGORIA,CANTIDAD,COSTO,VALOR,
       *>   ULTIMA_VENTA,DIAS_SIN_VENTA,MESES_COBERTURA,ESTADO
       *> con TIPO P=producto, C=subtotal de categoria, T=total.
       01  IN-VAL-FECHA         PIC X(8)       VALUE SPACES.
       01  IN-VAL-DIAS-TX       PIC X(5)       VALUE SPACES.
       01  WS-VAL-FECHA         PIC X(8)       VALUE SPACES.
       01  WS-VAL-DESDE         PIC X(8)       VALUE SPACES.
       01  WS-VAL-DIAS-LIM      PIC 9(4)       VALUE 90.
       01  WS-VAL-FECHA-INT     PIC 9(8)       VALUE 0.
       01  WS-VAL-NUM           PIC 9(8)       VALUE 0.
       01  WS-VAL-REC-TAB.
           02 WS-VAL-REC-COSTO OCCURS 9999 TIMES PIC 9(5)V99.
       01  WS-VAL-REC-MAX       PIC 9(4)       VALUE 0.
       01  WS-VAL-REC-NUM       PIC 9(7)       VALUE 0.
       01  WS-VAL-REC-FUERA     PIC 9(5)       VALUE 0.
       01  WS-VAL-COSTO-REC     PIC 9(5)V99    VALUE 0.
       01  WS-VAL-MOV-TOTAL     PIC S9(9)V999  VALUE 0.
       01  WS-VAL-MOV-POST      PIC S9(9)V999  VALUE 0.
       01  WS-VAL-CANT          PIC S9(9)V999  VALUE 0.
       01  WS-VAL-SALDO         PIC S9(9)V999  VALUE 0.
       01  WS-VAL-DEVQ          PIC S9(9)V999  VALUE 0.
       01  WS-VAL-COSTO         PIC 9(5)V99    VALUE 0.
       01  WS-VAL-INV           PIC S9(13)V99  VALUE 0.
       01  WS-VAL-CON-COSTO     PIC X          VALUE "N".
       01  WS-VAL-MARCA         PIC X          VALUE SPACES.
       01  WS-VAL-VALOR         PIC S9(13)V99  VALUE 0.
       01  WS-VAL-ULT-VENTA     PIC X(8)       VALUE SPACES.
       01  WS-VAL-DIAS          PIC 9(6)       VALUE 0.
       01  WS-VAL-VENDIDO       PIC S9(9)V999  VALUE 0.
       01  WS-VAL-MESES         PIC 9(4)V9     VALUE 0.
       01  WS-VAL-ESTADO        PIC X(6)       VALUE SPACES.
       01  WS-VAL-TOTAL         PIC S9(13)V99  VALUE 0.
       01  WS-VAL-PRODS         PIC 9(5)       VALUE 0.
       01  WS-VAL-CAT-BUSCA     PIC X(15)      VALUE SPACES.
       01  WS-VAL-CAT-TAB.
           02 WS-VAL-CAT-ENT OCCURS 101 TIMES.
              03 WS-VAL-CAT-NOM   PIC X(15).
              03 WS-VAL-CAT-PRODS PIC 9(5).
              03 WS-VAL-CAT-VALOR PIC S9(13)V99.
       01  WS-VAL-CAT-CANT      PIC 9(3)       VALUE 0.
       01  WS-VAL-CAT-IX        PIC 9(3)       VALUE 0.
       01  WS-VAL-LEN-TAB.
           02 WS-VAL-LEN-ENT OCCURS 500 TIMES.
              03 WS-VAL-LEN-COD    PIC X(5).
              03 WS-VAL-LEN-NOM    PIC X(25).
              03 WS-VAL-LEN-ULT    PIC X(8).
              03 WS-VAL-LEN-DIAS   PIC 9(6).
              03 WS-VAL-LEN-MESES  PIC 9(4)V9.
              03 WS-VAL-LEN-VALOR  PIC S9(13)V99.
              03 WS-VAL-LEN-ESTADO PIC X(6).
       01  WS-VAL-LEN-CANT      PIC 9(3)       VALUE 0.
       01  WS-VAL-LEN-IX        PIC 9(3)       VALUE 0.
       01  WS-VAL-LEN-TOTAL     PIC S9(13)V99  VALUE 0.
       01  WS-VAL-CANT-ED       PIC -ZZZZZZZ9.999.
       01  WS-VAL-COSTO-ED      PIC ZZZZ9.99.
       01  WS-VAL-VALOR-ED      PIC -ZZZZZZZZZZ9.99.
       01  WS-VAL-DIAS-ED       PIC ZZZZZ9.
       01  WS-VAL-MESES-ED      PIC ZZZ9.9.
       01  WS-VAL-PRODS-ED      PIC ZZZZ9.

       *>-- Apartados (reserva con prima y abonos)
       *> Formato de APARTADOS.TXT (mismo estilo que COTIZACIONES):
       *>   H|NUM|FECHA|CLIENTE|VENCE|TOTAL|PRIMA|OPER (encabezado)
       *>   D|NUM|CODIGO|CANTIDAD|PRECIO      (precio congelado)
       *>   B|NUM|FECHA|METODO|MONTO|OPER|SESION         (abono)
       *>   F|NUM|FECHA|FACTURA|OPER          (pagado y facturado)
       *>   X|NUM|FECHA|RETENIDO|DEVUELTO|OPER|SESION   (vencido)
       *> El numero es el conteo de encabezados. Mientras el
       *> apartado esta abierto su mercaderia sigue en la sala
       *> pero no se puede vender ni trasladar a la bodega. La
       *> prima (primer abono) es al menos WS-APA-PRIMA-PCT del
       *> total; los abonos entran a la caja abierta y SESION es
       *> la linea de ventas.txt con que se abrio esa caja, para
       *> reconstruir el turno si el programa se cae. Al quedar
       *> pagado se factura con condicion A y pago B (abonos de
       *> apartado). Vencido, la tienda retiene WS-APA-RETIENE-PCT
       *> del total (nunca mas de lo abonado) y devuelve el resto
       *> en efectivo. En la conciliacion de tarjetas un abono con
       *> tarjeta figura como ticket "B" + su linea en el archivo.
       01  WS-APA-PRIMA-PCT     PIC 9(3)V99    VALUE 20.00.
       01  WS-APA-RETIENE-PCT   PIC 9(3)V99    VALUE 10.00.
       01  WS-APA-DIAS-DEF      PIC 9(3)       VALUE 30.
       01  IN-APA-OPCION        PIC X(1)       VALUE SPACES.
       01  IN-APA-NUM           PIC X(10)      VALUE SPACES.
       01  IN-APA-VENCE         PIC X(8)       VALUE SPACES.
       01  IN-APA-MONTO-TX      PIC X(15)      VALUE SPACES.
       01  WS-APA-NUM           PIC 9(7)       VALUE 0.
       01  WS-APA-TX            PIC X(7)       VALUE SPACES.
       01  WS-APA-FECHA         PIC X(8)       VALUE SPACES.
       01  WS-APA-VENCE         PIC X(8)       VALUE SPACES.
       01  WS-APA-CLIENTE       PIC X(5)       VALUE SPACES.
       01  WS-APA-ESTADO        PIC X(1)       VALUE SPACES.
       01  WS-APA-FACTURA       PIC X(7)       VALUE SPACES.
       01  WS-APA-TOTAL         PIC 9(9)V99    VALUE 0.
       01  WS-APA-PRIMA         PIC 9(9)V99    VALUE 0.
       01  WS-APA-PAGADO        PIC 9(9)V99    VALUE 0.
       01  WS-APA-SALDO         PIC 9(9)V99    VALUE 0.
       01  WS-APA-MINIMO        PIC 9(9)V99    VALUE 0.
       01  WS-APA-MONTO         PIC 9(9)V99    VALUE 0.
       01  WS-APA-METODO        PIC X(1)       VALUE SPACES.
       01  WS-APA-RETENIDO      PIC 9(9)V99    VALUE 0.
       01  WS-APA-DEVUELTO      PIC 9(9)V99    VALUE 0.
       01  WS-APA-STOCK-OK      PIC X          VALUE "S".
       01  WS-SIGUE-APA         PIC X          VALUE "S".
       01  WS-APA-TAB.
           02 WS-APA-ENT OCCURS 20 TIMES.
              03 WS-APA-COD     PIC X(5).
              03 WS-APA-CANT    PIC 9(7)V999.
              03 WS-APA-PRECIO  PIC 9(5)V99.
       01  WS-APA-LINEAS        PIC 9(2)       VALUE 0.
       01  WS-APA-IX            PIC 9(2)       VALUE 0.
       *> Reserva de un producto (WS-APA-RSV-COD) en los apartados
       *> abiertos, sin contar el apartado WS-APA-EXCLUIR.
       01  WS-APA-RSV-COD       PIC X(5)       VALUE SPACES.
       01  WS-APA-EXCLUIR       PIC 9(7)       VALUE 0.
       01  WS-APA-RESERVADO     PIC 9(7)V999   VALUE 0.
       01  WS-APA-DISPONIBLE    PIC S9(7)V999  VALUE 0.
       01  WS-APA-EN-TICKET     PIC 9(7)V999   VALUE 0.
       *> Estado de todos los apartados, por numero
       01  WS-APL-TAB.
           02 WS-APL-ENT OCCURS 9999 TIMES.
              03 WS-APL-ESTADO  PIC X(1).
              03 WS-APL-FECHA   PIC X(8).
              03 WS-APL-CLIENTE PIC X(5).
              03 WS-APL-VENCE   PIC X(8).
              03 WS-APL-TOTAL   PIC 9(9)V99.
              03 WS-APL-PAGADO  PIC 9(9)V99.
              03 WS-APL-RSV     PIC 9(7)V999.
       01  WS-APL-CANT          PIC 9(4)       VALUE 0.
       01  WS-APL-IX            PIC 9(4)       VALUE 0.
       01  WS-APL-N             PIC 9(7)       VALUE 0.
       01  WS-APA-PROCESADOS    PIC 9(5)       VALUE 0.
       01  WS-APA-COINCIDEN     PIC 9(4)       VALUE 0.
       01  WS-APA-POS           PIC 9(6)       VALUE 0.
       *> Antiguedad: 0-30, 31-60, 61-90 y mas de 90 dias
       01  WS-APA-TRAMO-TAB.
           02 WS-APA-TRAMO OCCURS 4 TIMES.
              03 WS-APA-TR-CANT   PIC 9(5).
              03 WS-APA-TR-PAGADO PIC 9(11)V99.
              03 WS-APA-TR-SALDO  PIC 9(11)V99.
       01  WS-APA-TR-IX         PIC 9(1)       VALUE 0.
       01  WS-APA-HOY           PIC X(8)       VALUE SPACES.
       01  WS-APA-HOY-INT       PIC 9(8)       VALUE 0.
       01  WS-APA-FNUM          PIC 9(8)       VALUE 0.
       01  WS-APA-DIAS          PIC 9(5)       VALUE 0.
       01  WS-APA-DIAS-ED       PIC ZZZZ9.
       01  WS-APA-MONTO-ED      PIC -ZZZZZZZZ9.99.
       01  WS-APA-MONTO2-ED     PIC -ZZZZZZZZ9.99.
       01  WS-APA-MONTO3-ED     PIC -ZZZZZZZZ9.99.
       01  WS-APA-CANT-ED       PIC ZZZZ9.

       *> Parseo de REG-APA-LINE
       01  AP-TIPO              PIC X(1).
       01  AP-NUM               PIC X(7).
       01  AP-CAMPO3            PIC X(10).
       01  AP-CAMPO4            PIC X(15).
       01  AP-CAMPO5            PIC X(15).
       01  AP-CAMPO6            PIC X(15).
       01  AP-CAMPO7            PIC X(15).
       01  AP-CAMPO8            PIC X(10).

       *>-- Puntos de fidelidad
       *> Formato de PUNTOS.TXT (libro de puntos por cliente):
       *>   G|CLIENTE|FECHA|FACTURA|PUNTOS|OPER|BASE     (ganados)
       *>   C|CLIENTE|FECHA|FACTURA|PUNTOS|OPER|MONTO   (canjeados)
       *>   R|CLIENTE|FECHA|FACTURA|PUNTOS|OPER|BASE
       *>                          (quitados por una devolucion)
       *>   D|CLIENTE|FECHA|FACTURA|PUNTOS|OPER|MONTO
       *>          (devueltos al devolver lo pagado con puntos)
       *>   V|CLIENTE|FECHA|CORTE|PUNTOS|OPER             (vencidos)
       *> Un ticket de contado (E o T) con cliente gana
       *> WS-PTS-TASA puntos por cada 100 de venta sin IVA (BASE).
       *> Cada punto vale WS-PTS-VALOR al pagar con ellos (forma
       *> de pago P, cubre el ticket completo). En el cierre anual
       *> vencen los puntos ganados antes de WS-PTS-MESES meses
       *> que el cliente no haya gastado; se gastan primero los
       *> mas viejos. El supervisor fija los tres valores en
       *> PUNTOS_PARAM.DAT.
       01  WS-PTS-TASA          PIC 9(3)V99    VALUE 1.00.
       01  WS-PTS-MESES         PIC 9(3)       VALUE 12.
       01  WS-PTS-VALOR         PIC 9(5)V99    VALUE 1.00.
       01  IN-PTS-OPCION        PIC X(1)       VALUE SPACES.
       01  IN-PTS-CLIENTE       PIC X(10)      VALUE SPACES.
       01  IN-PTS-VALOR-TX      PIC X(15)      VALUE SPACES.
       01  WS-PTS-CLIENTE       PIC X(5)       VALUE SPACES.
       01  WS-PTS-TIPO          PIC X(1)       VALUE SPACES.
       01  WS-PTS-REF           PIC X(8)       VALUE SPACES.
       01  WS-PTS-PUNTOS        PIC 9(9)       VALUE 0.
       01  WS-PTS-MONTO         PIC 9(9)V99    VALUE 0.
       01  WS-PTS-GANADOS       PIC 9(9)       VALUE 0.
       01  WS-PTS-REVERSADOS    PIC 9(9)       VALUE 0.
       01  WS-PTS-CANJEADOS     PIC 9(9)       VALUE 0.
       01  WS-PTS-DEVUELTOS     PIC 9(9)       VALUE 0.
       01  WS-PTS-VENCIDOS      PIC 9(9)       VALUE 0.
       01  WS-PTS-SALDO         PIC S9(9)      VALUE 0.
       01  WS-PTS-NECESARIOS    PIC 9(9)       VALUE 0.
       01  WS-PTS-LISTAR        PIC X          VALUE "N".
       01  WS-PTS-DESC          PIC X(12)      VALUE SPACES.
       01  WS-PTS-PTR           PIC 9(3)       VALUE 1.
       *> Puntos de una factura, para la devolucion
       01  WS-PTS-FAC-METODO    PIC X(1)       VALUE SPACES.
       01  WS-PTS-FAC-CLIENTE   PIC X(5)       VALUE SPACES.
       01  WS-PTS-FAC-GANADOS   PIC 9(9)       VALUE 0.
       01  WS-PTS-FAC-QUITADOS  PIC 9(9)       VALUE 0.
       01  WS-PTS-FAC-BASE      PIC 9(9)V99    VALUE 0.
       01  WS-PTS-DEV-BASE      PIC 9(9)V99    VALUE 0.
       *> Vencimiento en el cierre anual
       01  WS-PTS-CORTE         PIC X(8)       VALUE SPACES.
       01  WS-PTS-AAAA          PIC 9(4)       VALUE 0.
       01  WS-PTS-MM            PIC 9(2)       VALUE 0.
       01  WS-PTS-DD            PIC 9(2)       VALUE 0.
       01  WS-PTS-MESES-ABS     PIC 9(6)       VALUE 0.
       01  WS-PCL-TAB.
           02 WS-PCL-ENT OCCURS 5000 TIMES.
              03 WS-PCL-CLIENTE PIC X(5).
              03 WS-PCL-ANTES   PIC 9(9).
              03 WS-PCL-USADOS  PIC 9(9).
       01  WS-PCL-CANT          PIC 9(4)       VALUE 0.
       01  WS-PCL-IX            PIC 9(4)       VALUE 0.
       01  WS-PTS-TOT-VENCE     PIC 9(9)       VALUE 0.
       01  WS-PTS-CLI-VENCE     PIC 9(5)       VALUE 0.
       01  WS-PTS-ED            PIC -ZZZZZZZZ9.
       01  WS-PTS-ED2           PIC -ZZZZZZZZ9.
       01  WS-PTS-MONTO-ED      PIC -ZZZZZZZZ9.99.
       01  WS-PTS-TASA-ED       PIC ZZ9.99.
       01  WS-PTS-MESES-ED      PIC ZZ9.
       01  WS-PTS-VALOR-ED      PIC ZZZZ9.99.

       *> Parseo de REG-PTS-LINE
       01  PT-TIPO              PIC X(1).
       01  PT-CLIENTE           PIC X(5).
       01  PT-FECHA             PIC X(8).
       01  PT-REF               PIC X(8).
       01  PT-PUNTOS-TX         PIC X(10).
       01  PT-OPER              PIC X(5).
       01  PT-MONTO-TX          PIC X(15).

       *>-- Conciliacion de liquidaciones de tarjeta
       *> El procesador entrega cada dia LIQUIDACION_TARJETAS.TXT:
       *>   FECHA|AUTORIZACION|MONTO|COMISION|NETO
       *> Cada linea se guarda en LIQUIDACIONES.DAT (clave fecha +
       *> autorizacion, la misma linea no se importa dos veces) en
       *> estado P=pendiente. El ticket no guarda la autorizacion,
       *> asi que se concilia contra los tickets cobrados con
       *> tarjeta (P con metodo T) por fecha y monto: primero
       *> montos iguales (estado C) y luego el ticket mas cercano
       *> del mismo dia dentro del 10% (estado D, diferencia de
       *> monto). Lo que no concilia queda abierto para la
       *> siguiente importacion. La comision se lleva al asiento
       *> del dia en que se importa.
       01  LQ-FECHA-TX          PIC X(10).
       01  LQ-AUTORIZ-TX        PIC X(15).
       01  LQ-MONTO-TX          PIC X(15).
       01  LQ-COMISION-TX       PIC X(15).
       01  LQ-NETO-TX           PIC X(15).
       01  WS-CNT-HOY           PIC X(8)       VALUE SPACES.
       01  WS-CNT-DESDE         PIC X(8)       VALUE SPACES.
       01  WS-CNT-HASTA         PIC X(8)       VALUE SPACES.
       01  WS-CNT-IMPORTADAS    PIC 9(5)       VALUE 0.
       01  WS-CNT-REPETIDAS     PIC 9(5)       VALUE 0.
       01  WS-CNT-RECHAZADAS    PIC 9(5)       VALUE 0.
       01  WS-CNT-CONCIL        PIC 9(5)       VALUE 0.
       01  WS-CNT-DIFS          PIC 9(5)       VALUE 0.
       01  WS-CNT-ABIERTAS      PIC 9(5)       VALUE 0.
       01  WS-CNT-PASADA        PIC X(1)       VALUE SPACES.
       01  WS-CNT-TAB.
           02 WS-CNT-ENT OCCURS 3000 TIMES.
              03 WS-CNT-FACT    PIC X(7).
              03 WS-CNT-FECHA   PIC X(8).
              03 WS-CNT-MONTO   PIC 9(9)V99.
              03 WS-CNT-ESTADO  PIC X(1).
       01  WS-CNT-CANT          PIC 9(4)       VALUE 0.
       01  WS-CNT-IX            PIC 9(4)       VALUE 0.
       01  WS-CNT-MEJOR         PIC 9(4)       VALUE 0.
       01  WS-CNT-DIF           PIC S9(9)V99   VALUE 0.
       01  WS-CNT-DIF-ABS       PIC 9(9)V99    VALUE 0.
       01  WS-CNT-DIF-MEJOR     PIC 9(9)V99    VALUE 0.
       01  WS-CNT-TOPE          PIC 9(9)V99    VALUE 0.
       01  WS-CND-TAB.
           02 WS-CND-ENT OCCURS 100 TIMES.
              03 WS-CND-FECHA   PIC X(8).
              03 WS-CND-LIQ     PIC 9(11)V99.
              03 WS-CND-COM     PIC 9(9)V99.
              03 WS-CND-TICK    PIC 9(11)V99.
              03 WS-CND-ARQ     PIC 9(11)V99.
       01  WS-CND-CANT          PIC 9(3)       VALUE 0.
       01  WS-CND-IX            PIC 9(3)       VALUE 0.
       01  WS-CND-BUSCA         PIC X(8)       VALUE SPACES.
       01  WS-CND-DIF           PIC S9(11)V99  VALUE 0.
       01  WS-CNT-MONTO-ED      PIC -ZZZZZZZZ9.99.
       01  WS-CNT-MONTO2-ED     PIC -ZZZZZZZZ9.99.
       01  WS-CNT-MONTO3-ED     PIC -ZZZZZZZZ9.99.
       01  WS-CNT-MONTO4-ED     PIC -ZZZZZZZZ9.99.
       01  WS-CNT-MONTO5-ED     PIC -ZZZZZZZZ9.99.
       01  WS-CNT-CANT-ED       PIC ZZZZ9.

       *>-- Sesion de caja, formas de pago y arqueo
       *> Formato de ARQUEOS.DAT:
       *>   S|OPER|FECHA|FONDO|LINEAS               (apertura)
       *>   C|OPER|FECHA|ESPERADO|CONTADO|DIFERENCIA|TARJETA|PUNTOS
       *>                                           (arqueo)
       *> LINEAS es el largo de ventas.txt al abrir, TARJETA el
       *> total cobrado con tarjeta en el turno y PUNTOS el total
       *> pagado con puntos de fidelidad; las lineas viejas no los
       *> traen.
       *> En ventas.txt el pago del ticket queda como
       *>   P|FACTURA|METODO|TOTAL|RECIBIDO|CAMBIO  (E=efectivo,
       *>   T=tarjeta, P=puntos); los tickets fiados no llevan
       *>   linea P.
       01  WS-CAJA-ABIERTA      PIC X          VALUE "N".
       01  WS-CAJA-OPER         PIC X(5)       VALUE SPACES.
       01  WS-CAJA-FECHA        PIC X(8)       VALUE SPACES.
       01  WS-CAJA-FONDO        PIC 9(9)V99    VALUE 0.
       01  WS-CAJA-EFECTIVO     PIC S9(9)V99   VALUE 0.
       01  WS-CAJA-TARJETA      PIC 9(9)V99    VALUE 0.
       01  WS-CAJA-PUNTOS       PIC 9(9)V99    VALUE 0.
       01  IN-FONDO-TX          PIC X(15)      VALUE SPACES.
       01  IN-METODO-PAGO       PIC X(1)       VALUE SPACES.
       01  IN-PAGO-TX           PIC X(15)      VALUE SPACES.
       01  WS-CAJA-MONTO3-ED    PIC -ZZZZZZZZ9.99.
       01  WS-DEV-VALOR         PIC 9(9)V99    VALUE 0.
       01  WS-ARQ-LINEAS        PIC 9(5)       VALUE 0.
       01  WS-CAJA-LINEAS       PIC 9(7)       VALUE 0.

       *> Parseo de REG-ARQ-LINE para la consulta de arqueos
       01  Q-TIPO               PIC X(1).
       01  Q-MONTO1-TX          PIC X(15).
       01  Q-MONTO2-TX          PIC X(15).
       01  Q-MONTO3-TX          PIC X(15).
       01  Q-MONTO4-TX          PIC X(15).
       01  Q-MONTO5-TX          PIC X(15).

       *>-- Documento de factura con IVA y reimpresion
       *> La linea de detalle lleva el precio cobrado:
       *> BATCH_LOG.TXT. Ordenes soportadas:
       *>   CIERRE_DIARIO
       *>   CIERRE_ANUAL|AAAAMMDD
       *>   CIERRE_PERIODO|AAAAMM
       *>   EXPORTAR_PRODUCTOS
       *>   REPORTE_VENTAS|AAAAMMDD|AAAAMMDD
       *>   ESTADISTICAS|AAAAMM
        OPEN OUTPUT ARCH-ALT
        CLOSE ARCH-ALT
        OPEN I-O ARCH-ALT
         END-IF

          OPEN I-O ARCH-KIT
         IF FS-KIT = "35"
        OPEN OUTPUT ARCH-KIT
        CLOSE ARCH-KIT
        OPEN I-O ARCH-KIT
         END-IF

          OPEN I-O ARCH-LOT
        OPEN I-O ARCH-RES
         END-IF

          OPEN I-O ARCH-PER
         IF FS-PER = "35"
        OPEN OUTPUT ARCH-PER
        CLOSE ARCH-PER
        OPEN I-O ARCH-PER
         END-IF

          OPEN I-O ARCH-FAC
         IF FS-FAC = "35"
        OPEN OUTPUT ARCH-FAC
        CLOSE ARCH-FAC
        OPEN I-O ARCH-FAC
        MOVE "S" TO WS-FAC-NUEVO
         END-IF

          OPEN I-O ARCH-LIQ
         IF FS-LIQ = "35"
        OPEN OUTPUT ARCH-LIQ
        CLOSE ARCH-LIQ
        OPEN I-O ARCH-LIQ
         END-IF

        OPEN EXTEND ARCH-COT
         IF FS-COT = "35"
        OPEN OUTPUT ARCH-COT
        OPEN EXTEND ARCH-COT
         END-IF

        OPEN EXTEND ARCH-APA
         IF FS-APA = "35"
        OPEN OUTPUT ARCH-APA
        CLOSE ARCH-APA
        OPEN EXTEND ARCH-APA
         END-IF

        OPEN EXTEND ARCH-PTS
         IF FS-PTS = "35"
        OPEN OUTPUT ARCH-PTS
        CLOSE ARCH-PTS
        OPEN EXTEND ARCH-PTS
         END-IF

        OPEN EXTEND ARCH-PRE
         IF FS-PRE = "35"
        OPEN OUTPUT ARCH-PRE

           PERFORM INICIALIZAR-OPERADORES

           *> Si FACTURAS.DAT no existia se arma ahora desde los
           *> archivos de ventas.
           IF WS-FAC-NUEVO = "S"
               DISPLAY "Creando el indice de facturas FACTURAS.DAT..."
               PERFORM RECONSTRUIR-INDICE-FACTURAS
           END-IF

           *> Tickets sin cobro y cajas sin arqueo de una sesion que
           *> termino mal se resuelven antes de operar.
           PERFORM RECUPERAR-INTERRUMPIDOS

           *> Con el argumento BATCH se ejecutan las ordenes de
           *> BATCH_ORDENES.TXT sin operador presente; si no, el
           *> flujo interactivo de siempre.
        CLOSE ARCH-ARQ
        CLOSE ARCH-ALT
        CLOSE ARCH-LOT
        CLOSE ARCH-KIT
        CLOSE ARCH-COT
        CLOSE ARCH-PRE
        CLOSE ARCH-FEST
        CLOSE ARCH-RES
        CLOSE ARCH-PER
        CLOSE ARCH-FAC
        CLOSE ARCH-LIQ
        CLOSE ARCH-APA
        CLOSE ARCH-PTS
           .

       INICIALIZAR-OPERADORES.

       MENU-PRINCIPAL.
           PERFORM CICLO
               UNTIL OPCION = 53.

       CICLO.
       DISPLAY "---------------------------------------------".
            DISPLAY "41) Reporte de promociones".
            DISPLAY "42) Reporte de IVA por periodo".
            DISPLAY "43) Administracion de operadores".
            DISPLAY "44) Devolucion de mercancia a proveedor".
            DISPLAY "45) Mantenimiento de kits y combos".
            DISPLAY "46) Ventas y comisiones por vendedor".
            DISPLAY "47) Comision de venta por categoria".
            DISPLAY "48) Cierre y reapertura de periodos".
            DISPLAY "49) Valorizacion de inventario a una fecha".
            DISPLAY "50) Conciliacion de liquidaciones de tarjeta".
            DISPLAY "51) Apartados".
            DISPLAY "52) Puntos de fidelidad".
            DISPLAY "53) Salir".
            DISPLAY "Seleccione una opcion  "
            ACCEPT OPCION-TEXTO

               PERFORM ADMIN-OPERADORES
           END-IF
        WHEN 44
           PERFORM VERIFICAR-ACCESO-OPCION
           IF WS-ACCESO-OK = "S"
               PERFORM DEVOLVER-A-PROVEEDOR
           END-IF
        WHEN 45
           PERFORM VERIFICAR-ACCESO-OPCION
           IF WS-ACCESO-OK = "S"
               PERFORM MANTEN-KITS
           END-IF
        WHEN 46
           PERFORM VERIFICAR-ACCESO-OPCION
           IF WS-ACCESO-OK = "S"
               PERFORM REPORTE-VENTAS-VENDEDOR
           END-IF
        WHEN 47
           PERFORM VERIFICAR-ACCESO-SUPERVISOR
           IF WS-ACCESO-OK = "S"
               PERFORM CAMBIAR-COMISION-CATEGORIA
           END-IF
        WHEN 48
           PERFORM VERIFICAR-ACCESO-SUPERVISOR
           IF WS-ACCESO-OK = "S"
               PERFORM MANTEN-PERIODOS
           END-IF
        WHEN 49
           PERFORM VERIFICAR-ACCESO-OPCION
           IF WS-ACCESO-OK = "S"
               PERFORM VALORIZAR-INVENTARIO-FECHA
           END-IF
        WHEN 50
           PERFORM VERIFICAR-ACCESO-OPCION
           IF WS-ACCESO-OK = "S"
               PERFORM CONCILIAR-TARJETAS
           END-IF
        WHEN 51
           PERFORM MANTEN-APARTADOS
        WHEN 52
           PERFORM MANTEN-PUNTOS
        WHEN 53
            DISPLAY "Saliendo..."
        WHEN OTHER
            DISPLAY "Opcion invalida."
                   MOVE WS-FECHA-TRIM TO IN-FECHA-CIERRE
                   PERFORM EJECUTAR-CIERRE-ANUAL
               END-IF
           WHEN "CIERRE_PERIODO"
               MOVE FUNCTION TRIM(B-ARG1) TO IN-PER-PERIODO
               PERFORM VALIDAR-PERIODO
               IF WS-VALIDO NOT = "S"
                   MOVE "PERIODO INVALIDO" TO WS-BATCH-RESULT
                   ADD 1 TO WS-BATCH-ERRORES
               ELSE
                   MOVE "BATCH" TO WS-PER-OPER
                   PERFORM CERRAR-PERIODO
                   IF WS-VALIDO NOT = "S"
                       MOVE "PERIODO NO CERRADO" TO WS-BATCH-RESULT
                       ADD 1 TO WS-BATCH-ERRORES
                   END-IF
               END-IF
           WHEN "EXPORTAR_PRODUCTOS"
               PERFORM LISTAR-PRODUCTOS
           WHEN "REPROCESAR_FE"
           END-READ
           .

       RECUPERAR-INTERRUMPIDOS.
           *> Tickets de contado sin cobrar y cajas sin arqueo que
           *> dejo una caida del programa; las decide un supervisor.
           PERFORM BUSCAR-CAJAS-ABIERTAS
           PERFORM BUSCAR-TICKETS-SIN-PAGO
           IF WS-RCJ-CANT = 0 AND WS-RTK-PEND = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "ALERTA: la sesion anterior termino sin cerrar lo "
                   "que tenia en curso."
           DISPLAY "  Cajas abiertas sin arqueo:     " WS-RCJ-CANT
           DISPLAY "  Tickets de contado sin cobro:  " WS-RTK-PEND
           IF WS-RTK-LLENO = "S"
               DISPLAY "AVISO: hay mas de 50 tickets sin cobro; se "
                       "atienden los primeros."
           END-IF

           IF WS-MODO-BATCH = "S"
               DISPLAY "Modo batch: quedan pendientes para el "
                       "proximo arranque con operador."
               OPEN EXTEND ARCH-BLOG
               IF FS-BLOG = "35"
                   OPEN OUTPUT ARCH-BLOG
                   CLOSE ARCH-BLOG
                   OPEN EXTEND ARCH-BLOG
               END-IF
               IF FS-BLOG = "00"
                   MOVE SPACES TO B-CMD B-ARG1 B-ARG2
                   MOVE "INICIO" TO B-CMD
                   MOVE SPACES TO WS-BATCH-RESULT
                   STRING "RECUPERACION PENDIENTE: CAJAS "
                              DELIMITED BY SIZE
                          WS-RCJ-CANT  DELIMITED BY SIZE
                          " TICKETS "  DELIMITED BY SIZE
                          WS-RTK-PEND  DELIMITED BY SIZE
                       INTO WS-BATCH-RESULT
                   END-STRING
                   PERFORM ESCRIBIR-LOG-BATCH
                   CLOSE ARCH-BLOG
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM AUTORIZAR-RECUPERACION
           IF WS-REC-OK NOT = "S"
               DISPLAY "Sin autorizacion de supervisor; quedan "
                       "pendientes para el proximo arranque."
               EXIT PARAGRAPH
           END-IF

           *> Primero las cajas: el cobro de un ticket pendiente
           *> debe caer en la caja reanudada.
           PERFORM VARYING WS-RCJ-IX FROM 1 BY 1
                   UNTIL WS-RCJ-IX > WS-RCJ-CANT
               PERFORM RESOLVER-CAJA-ABIERTA
           END-PERFORM
           PERFORM VARYING WS-RTK-IX FROM 1 BY 1
                   UNTIL WS-RTK-IX > WS-RTK-CANT
               IF WS-RTK-PAGADO(WS-RTK-IX) NOT = "S"
                   PERFORM RESOLVER-TICKET-SIN-PAGO
               END-IF
           END-PERFORM
           DISPLAY "Recuperacion terminada."
           .

       AUTORIZAR-RECUPERACION.
           MOVE "N" TO WS-REC-OK
           MOVE SPACES TO WS-REC-SUPERV
           DISPLAY "Se requiere un supervisor para resolverlos."
           DISPLAY "Operador supervisor: "
           ACCEPT IN-OPER-ID
           MOVE FUNCTION TRIM(IN-OPER-ID) TO OPER-ID
           DISPLAY "Clave: "
           ACCEPT IN-OPER-CLAVE
           READ ARCH-OPER KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "Operador inexistente; autorizacion "
                           "denegada."
               NOT INVALID KEY
                   IF OPER-ROL = "S" AND
                      FUNCTION TRIM(OPER-CLAVE) =
                      FUNCTION TRIM(IN-OPER-CLAVE)
                       MOVE "S" TO WS-REC-OK
                       MOVE OPER-ID TO WS-REC-SUPERV
                   ELSE
                       DISPLAY "Credenciales invalidas o sin rol de "
                               "supervisor; autorizacion denegada."
                   END-IF
           END-READ
           .

       BUSCAR-CAJAS-ABIERTAS.
           MOVE 0 TO WS-RCJ-CANT
           CLOSE ARCH-ARQ
           OPEN INPUT ARCH-ARQ
           PERFORM UNTIL FS-ARQ NOT = "00"
               READ ARCH-ARQ NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-CAJA-ABIERTA
               END-READ
           END-PERFORM
           CLOSE ARCH-ARQ
           OPEN EXTEND ARCH-ARQ
           .

       ACUMULAR-CAJA-ABIERTA.
           MOVE SPACES TO Q-MONTO1-TX Q-MONTO2-TX Q-MONTO3-TX
           UNSTRING REG-ARQ-LINE DELIMITED BY "|"
                INTO Q-TIPO Q-OPER Q-FECHA Q-MONTO1-TX
                     Q-MONTO2-TX Q-MONTO3-TX
           END-UNSTRING
           EVALUATE Q-TIPO
           WHEN "S"
               IF WS-RCJ-CANT >= 20
                   DISPLAY "AVISO: demasiadas aperturas sin arqueo; "
                           "se omiten las siguientes."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RCJ-CANT
               MOVE Q-OPER  TO WS-RCJ-OPER(WS-RCJ-CANT)
               MOVE Q-FECHA TO WS-RCJ-FECHA(WS-RCJ-CANT)
               MOVE FUNCTION NUMVAL(Q-MONTO1-TX)
                   TO WS-RCJ-FONDO(WS-RCJ-CANT)
               IF Q-MONTO2-TX = SPACES
                   MOVE 0   TO WS-RCJ-LINEA(WS-RCJ-CANT)
                   MOVE "N" TO WS-RCJ-CON-POS(WS-RCJ-CANT)
               ELSE
                   MOVE FUNCTION NUMVAL(Q-MONTO2-TX)
                       TO WS-RCJ-LINEA(WS-RCJ-CANT)
                   MOVE "S" TO WS-RCJ-CON-POS(WS-RCJ-CANT)
               END-IF
           WHEN "C"
               *> El arqueo cierra la apertura mas reciente que
               *> tenga pendiente ese operador.
               MOVE 0 TO WS-RCJ-JX
               PERFORM VARYING WS-RCJ-IX FROM 1 BY 1
                       UNTIL WS-RCJ-IX > WS-RCJ-CANT
                   IF WS-RCJ-OPER(WS-RCJ-IX) = Q-OPER
                       MOVE WS-RCJ-IX TO WS-RCJ-JX
                   END-IF
               END-PERFORM
               IF WS-RCJ-JX > 0
                   PERFORM VARYING WS-RCJ-IX FROM WS-RCJ-JX BY 1
                           UNTIL WS-RCJ-IX >= WS-RCJ-CANT
                       MOVE WS-RCJ-ENT(WS-RCJ-IX + 1)
                           TO WS-RCJ-ENT(WS-RCJ-IX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-RCJ-CANT
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       CONTAR-LINEAS-VENTAS.
           MOVE 0 TO WS-RCJ-POS
           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           PERFORM UNTIL FS-VEN NOT = "00"
               READ ARCH-VEN NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-RCJ-POS
               END-READ
           END-PERFORM
           CLOSE ARCH-VEN
           OPEN EXTEND ARCH-VEN
           .

       RECONSTRUIR-TOTALES-CAJA.
           *> Efectivo y tarjeta del turno WS-RCJ-IX: pagos de los
           *> tickets de ese operador y reembolsos en efectivo que
           *> hizo, grabados despues de la apertura. Las aperturas
           *> viejas sin posicion se toman desde su fecha.
           MOVE 0 TO WS-RCJ-EFECTIVO WS-RCJ-TARJETA WS-RCJ-POS
                     WS-RCJ-PUNTOS
           MOVE SPACES TO WS-RCJ-H-OPER WS-RCJ-H-FECHA
           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           PERFORM UNTIL FS-VEN NOT = "00"
               READ ARCH-VEN NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-RCJ-POS
                       IF WS-RCJ-POS > WS-RCJ-LINEA(WS-RCJ-IX)
                           PERFORM ACUMULAR-LINEA-TURNO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-VEN
           OPEN EXTEND ARCH-VEN

           *> Abonos y devoluciones de apartados del mismo turno
           IF WS-RCJ-CON-POS(WS-RCJ-IX) = "S"
               CLOSE ARCH-APA
               OPEN INPUT ARCH-APA
               PERFORM UNTIL FS-APA NOT = "00"
                   READ ARCH-APA NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM ACUMULAR-APARTADO-TURNO
                   END-READ
               END-PERFORM
               CLOSE ARCH-APA
               OPEN EXTEND ARCH-APA
           END-IF
           .

       ACUMULAR-APARTADO-TURNO.
           IF REG-APA-LINE(1:1) NOT = "B" AND
              REG-APA-LINE(1:1) NOT = "X"
               EXIT PARAGRAPH
           END-IF
           PERFORM PARTIR-LINEA-APARTADO
           IF AP-CAMPO6 NOT = WS-RCJ-OPER(WS-RCJ-IX) OR
              AP-CAMPO7 = SPACES OR
              FUNCTION TEST-NUMVAL(AP-CAMPO7) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(AP-CAMPO7) NOT = WS-RCJ-LINEA(WS-RCJ-IX)
               EXIT PARAGRAPH
           END-IF
           IF AP-TIPO = "B"
               IF AP-CAMPO4(1:1) = "E"
                   ADD FUNCTION NUMVAL(AP-CAMPO5) TO WS-RCJ-EFECTIVO
               ELSE
                   ADD FUNCTION NUMVAL(AP-CAMPO5) TO WS-RCJ-TARJETA
               END-IF
           ELSE
               SUBTRACT FUNCTION NUMVAL(AP-CAMPO5)
                   FROM WS-RCJ-EFECTIVO
           END-IF
           .

       ACUMULAR-LINEA-TURNO.
           EVALUATE REG-VENTA-LINE(1:1)
           WHEN "H"
               MOVE SPACES TO V-OPER
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-FECHA V-CLIENTE
                         V-CONDICION V-OPER
               END-UNSTRING
               MOVE V-OPER TO WS-RCJ-H-OPER
               MOVE FUNCTION TRIM(V-FECHA) TO WS-RCJ-H-FECHA
           WHEN "P"
               IF WS-RCJ-H-OPER NOT = WS-RCJ-OPER(WS-RCJ-IX) AND
                  WS-RCJ-H-OPER NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF WS-RCJ-CON-POS(WS-RCJ-IX) NOT = "S" AND
                  WS-RCJ-H-FECHA < WS-RCJ-FECHA(WS-RCJ-IX)
                   EXIT PARAGRAPH
               END-IF
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
               END-UNSTRING
               EVALUATE V-COD(1:1)
               WHEN "E"
                   ADD FUNCTION NUMVAL(V-CANT-TX) TO WS-RCJ-EFECTIVO
               WHEN "T"
                   ADD FUNCTION NUMVAL(V-CANT-TX) TO WS-RCJ-TARJETA
               WHEN "P"
                   ADD FUNCTION NUMVAL(V-CANT-TX) TO WS-RCJ-PUNTOS
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           WHEN "R"
               MOVE SPACES TO V-PRECIO-TX V-KIT-MARCA V-OPER V-REEMB
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX V-FECHA
                         V-PRECIO-TX V-KIT-MARCA V-OPER V-REEMB
               END-UNSTRING
               IF V-REEMB = "E" AND
                  V-OPER = WS-RCJ-OPER(WS-RCJ-IX)
                   MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
                   PERFORM VALORAR-LINEA-PRECIO
                   SUBTRACT WS-VALOR-LINE FROM WS-RCJ-EFECTIVO
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       RESOLVER-CAJA-ABIERTA.
           PERFORM RECONSTRUIR-TOTALES-CAJA
           MOVE WS-RCJ-OPER(WS-RCJ-IX)  TO WS-CAJA-OPER
           MOVE WS-RCJ-FECHA(WS-RCJ-IX) TO WS-CAJA-FECHA
           MOVE WS-RCJ-FONDO(WS-RCJ-IX) TO WS-CAJA-FONDO
           MOVE WS-RCJ-LINEA(WS-RCJ-IX) TO WS-CAJA-LINEAS
           MOVE WS-RCJ-EFECTIVO         TO WS-CAJA-EFECTIVO
           MOVE WS-RCJ-TARJETA          TO WS-CAJA-TARJETA
           MOVE WS-RCJ-PUNTOS           TO WS-CAJA-PUNTOS
           COMPUTE WS-ARQ-ESPERADO = WS-CAJA-FONDO
               + WS-CAJA-EFECTIVO

           DISPLAY " "
           DISPLAY "Caja abierta por " FUNCTION TRIM(WS-CAJA-OPER)
                   " el " WS-CAJA-FECHA " sin arqueo."
           MOVE WS-CAJA-FONDO    TO WS-CAJA-MONTO-ED
           DISPLAY "  Fondo inicial:      "
                   FUNCTION TRIM(WS-CAJA-MONTO-ED)
           MOVE WS-CAJA-EFECTIVO TO WS-CAJA-MONTO-ED
           DISPLAY "  Efectivo del turno: "
                   FUNCTION TRIM(WS-CAJA-MONTO-ED)
           MOVE WS-CAJA-TARJETA  TO WS-CAJA-MONTO-ED
           DISPLAY "  Ventas con tarjeta: "
                   FUNCTION TRIM(WS-CAJA-MONTO-ED)
           MOVE WS-CAJA-PUNTOS   TO WS-CAJA-MONTO-ED
           DISPLAY "  Pagado con puntos:  "
                   FUNCTION TRIM(WS-CAJA-MONTO-ED)
           MOVE WS-ARQ-ESPERADO  TO WS-CAJA-MONTO-ED
           DISPLAY "  Efectivo esperado:  "
                   FUNCTION TRIM(WS-CAJA-MONTO-ED)

           *> Solo la ultima apertura puede seguir trabajando
           MOVE SPACES TO IN-REC-OPCION
           IF WS-RCJ-IX = WS-RCJ-CANT
               PERFORM UNTIL IN-REC-OPCION = "R" OR
                             IN-REC-OPCION = "C"
                   DISPLAY "R=reanudar la caja, C=cerrarla con "
                           "arqueo: "
                   ACCEPT IN-REC-OPCION
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(IN-REC-OPCION))
                       TO IN-REC-OPCION
               END-PERFORM
           ELSE
               DISPLAY "Hay una apertura posterior; esta caja se "
                       "cierra con arqueo."
               MOVE "C" TO IN-REC-OPCION
           END-IF

           MOVE "CAJA" TO WS-EVT-CLASE
           MOVE SPACES TO WS-EVT-REF WS-EVT-DETALLE
           STRING FUNCTION TRIM(WS-CAJA-OPER) DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WS-CAJA-FECHA               DELIMITED BY SIZE
               INTO WS-EVT-REF
           END-STRING

           IF IN-REC-OPCION = "R"
               MOVE "S" TO WS-CAJA-ABIERTA
               MOVE "REANUDADA" TO WS-EVT-ACCION
               MOVE WS-CAJA-EFECTIVO TO WS-CAJA-MONTO-ED
               MOVE WS-CAJA-TARJETA  TO WS-CAJA-MONTO2-ED
               MOVE WS-CAJA-PUNTOS   TO WS-CAJA-MONTO3-ED
               STRING "EFECTIVO "                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAJA-MONTO-ED)
                                                    DELIMITED BY SIZE
                      " TARJETA "                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAJA-MONTO2-ED)
                                                    DELIMITED BY SIZE
                      " PUNTOS "                    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAJA-MONTO3-ED)
                                                    DELIMITED BY SIZE
                   INTO WS-EVT-DETALLE
               END-STRING
               DISPLAY "Caja reanudada; se cierra con la opcion de "
                       "arqueo."
           ELSE
               MOVE "N" TO WS-PAGO-OK
               PERFORM UNTIL WS-PAGO-OK = "S"
                   DISPLAY "Efectivo contado en la gaveta: "
                   ACCEPT IN-CONTADO-TX
                   IF FUNCTION TEST-NUMVAL-F(IN-CONTADO-TX) NOT = 0
                       DISPLAY "Monto invalido."
                   ELSE
                       MOVE "S" TO WS-PAGO-OK
                   END-IF
               END-PERFORM
               MOVE FUNCTION NUMVAL(IN-CONTADO-TX) TO WS-ARQ-CONTADO
               PERFORM GRABAR-ARQUEO-CIERRE
               MOVE "N" TO WS-CAJA-ABIERTA
               MOVE "CERRADA" TO WS-EVT-ACCION
               STRING "ESPERADO "                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAJA-MONTO-ED)
                                                    DELIMITED BY SIZE
                      " CONTADO "                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAJA-MONTO2-ED)
                                                    DELIMITED BY SIZE
                   INTO WS-EVT-DETALLE
               END-STRING
               DISPLAY "Caja cerrada."
           END-IF
           MOVE WS-REC-SUPERV TO WS-EVT-OPER
           PERFORM REGISTRAR-EVENTO-AUDITORIA
           .

       BUSCAR-TICKETS-SIN-PAGO.
           MOVE 0   TO WS-RTK-CANT WS-RTK-PEND
           MOVE "N" TO WS-RTK-EN WS-RTK-LLENO WS-RTK-VIO-PAGO
           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           PERFORM UNTIL FS-VEN NOT = "00"
               READ ARCH-VEN NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-TICKET-SIN-PAGO
               END-READ
           END-PERFORM
           CLOSE ARCH-VEN
           OPEN EXTEND ARCH-VEN
           PERFORM VARYING WS-RTK-IX FROM 1 BY 1
                   UNTIL WS-RTK-IX > WS-RTK-CANT
               IF WS-RTK-PAGADO(WS-RTK-IX) NOT = "S"
                   ADD 1 TO WS-RTK-PEND
               END-IF
           END-PERFORM
           .

       ACUMULAR-TICKET-SIN-PAGO.
           EVALUATE REG-VENTA-LINE(1:1)
           WHEN "H"
               MOVE "N" TO WS-RTK-EN
               MOVE SPACES TO V-CLIENTE V-CONDICION V-OPER
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-FECHA V-CLIENTE
                         V-CONDICION V-OPER
               END-UNSTRING
               *> Los fiados no llevan P, y los tickets anteriores al
               *> primer pago registrado son de antes del cobro por
               *> caja.
               IF V-CONDICION = "F" OR WS-RTK-VIO-PAGO NOT = "S"
                   EXIT PARAGRAPH
               END-IF
               IF WS-RTK-CANT > 0
                   IF WS-RTK-PAGADO(WS-RTK-CANT) = "S"
                       SUBTRACT 1 FROM WS-RTK-CANT
                   END-IF
               END-IF
               IF WS-RTK-CANT >= 50
                   MOVE "S" TO WS-RTK-LLENO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RTK-CANT
               MOVE "S" TO WS-RTK-EN
               MOVE V-NUMFACT TO WS-RTK-FACT(WS-RTK-CANT)
               MOVE FUNCTION TRIM(V-FECHA)
                   TO WS-RTK-FECHA(WS-RTK-CANT)
               MOVE V-OPER    TO WS-RTK-OPER(WS-RTK-CANT)
               MOVE V-CLIENTE TO WS-RTK-CLIENTE(WS-RTK-CANT)
               MOVE V-CONDICION TO WS-RTK-COND(WS-RTK-CANT)
               MOVE 0   TO WS-RTK-TOTAL(WS-RTK-CANT)
                           WS-RTK-LINEAS(WS-RTK-CANT)
               MOVE "N" TO WS-RTK-PAGADO(WS-RTK-CANT)
           WHEN "D"
               IF WS-RTK-EN = "S"
                   MOVE SPACES TO V-PRECIO-TX
                   UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                        INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                             V-PRECIO-TX
                   END-UNSTRING
                   IF V-NUMFACT = WS-RTK-FACT(WS-RTK-CANT)
                       MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
                       PERFORM VALORAR-LINEA-PRECIO
                       ADD WS-VALOR-LINE TO WS-RTK-TOTAL(WS-RTK-CANT)
                       ADD 1 TO WS-RTK-LINEAS(WS-RTK-CANT)
                   END-IF
               END-IF
           WHEN "P"
               MOVE "S" TO WS-RTK-VIO-PAGO
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT
               END-UNSTRING
               PERFORM VARYING WS-RTK-IX FROM 1 BY 1
                       UNTIL WS-RTK-IX > WS-RTK-CANT
                   IF WS-RTK-FACT(WS-RTK-IX) = V-NUMFACT
                       MOVE "S" TO WS-RTK-PAGADO(WS-RTK-IX)
                   END-IF
               END-PERFORM
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       RESOLVER-TICKET-SIN-PAGO.
           MOVE WS-RTK-TOTAL(WS-RTK-IX) TO WS-CAJA-MONTO-ED
           DISPLAY " "
           DISPLAY "Ticket " WS-RTK-FACT(WS-RTK-IX) " del "
                   WS-RTK-FECHA(WS-RTK-IX) " (operador "
                   FUNCTION TRIM(WS-RTK-OPER(WS-RTK-IX)) ", cliente "
                   FUNCTION TRIM(WS-RTK-CLIENTE(WS-RTK-IX)) ") sin "
                   "cobrar."
           DISPLAY "  Lineas: " WS-RTK-LINEAS(WS-RTK-IX)
                   "  Total: " FUNCTION TRIM(WS-CAJA-MONTO-ED)

           *> La factura del retiro de un apartado ya esta pagada
           *> con los abonos: nunca se vuelve a cobrar.
           IF WS-RTK-COND(WS-RTK-IX) = "A"
               PERFORM RESOLVER-RETIRO-APARTADO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO IN-REC-OPCION
           IF WS-RTK-LINEAS(WS-RTK-IX) = 0
               DISPLAY "El ticket no llego a tener productos; se "
                       "anula."
               MOVE "A" TO IN-REC-OPCION
           ELSE
               *> En un periodo cerrado no se puede devolver la
               *> mercaderia con la fecha del ticket.
               MOVE WS-FECHA-TRIM TO WS-REC-FECHA-SAVE
               MOVE WS-RTK-FECHA(WS-RTK-IX) TO WS-FECHA-TRIM
               MOVE "S" TO WS-VALIDO
               PERFORM VERIFICAR-PERIODO-ABIERTO
               MOVE WS-REC-FECHA-SAVE TO WS-FECHA-TRIM
               IF WS-VALIDO NOT = "S"
                   DISPLAY "El ticket solo puede cobrarse."
                   MOVE "C" TO IN-REC-OPCION
               END-IF
           END-IF
           PERFORM UNTIL IN-REC-OPCION = "C" OR
                         IN-REC-OPCION = "A"
               DISPLAY "C=completar el cobro, A=anular el ticket: "
               ACCEPT IN-REC-OPCION
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REC-OPCION))
                   TO IN-REC-OPCION
           END-PERFORM

           MOVE "TICKET" TO WS-EVT-CLASE
           MOVE WS-RTK-FACT(WS-RTK-IX) TO WS-EVT-REF
           MOVE SPACES TO WS-EVT-DETALLE
           MOVE WS-REC-SUPERV TO WS-EVT-OPER

           IF IN-REC-OPCION = "C"
               IF WS-CAJA-ABIERTA NOT = "S"
                   DISPLAY "AVISO: no hay caja abierta; el cobro no "
                           "entra en ningun arqueo."
               END-IF
               MOVE WS-RTK-FACT(WS-RTK-IX)  TO WS-FACTURA-TX
               MOVE WS-RTK-TOTAL(WS-RTK-IX) TO WS-TICKET-TOTAL
               MOVE WS-RTK-CLIENTE(WS-RTK-IX) TO WS-CLIENTE-TICKET
               PERFORM COBRAR-TICKET
               IF FS-VEN NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE "COBRADO" TO WS-EVT-ACCION
               STRING "METODO "                    DELIMITED BY SIZE
                      IN-METODO-PAGO               DELIMITED BY SIZE
                      " TOTAL "                    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAJA-MONTO-ED)
                                                   DELIMITED BY SIZE
                   INTO WS-EVT-DETALLE
               END-STRING
               PERFORM REGISTRAR-EVENTO-AUDITORIA
               MOVE WS-FACTURA-TX TO WS-FDOC-FACTURA
               PERFORM GENERAR-DOCUMENTO-FACTURA
               PERFORM GENERAR-FE-FACTURA
               DISPLAY "Ticket " FUNCTION TRIM(WS-FACTURA-TX)
                       " cobrado."
           ELSE
               PERFORM ANULAR-TICKET-SIN-PAGO
           END-IF
           .

       RESOLVER-RETIRO-APARTADO.
           *> Factura de condicion A sin su linea P: si corresponde
           *> a un solo apartado abierto y pagado del mismo cliente
           *> y por el mismo total, el retiro se termina (pago B y
           *> linea F); si no, se anula y el apartado sigue abierto
           *> para retirarlo de nuevo con R.
           DISPLAY "Es la factura del retiro de un apartado, pagada "
                   "con sus abonos."
           MOVE "TICKET" TO WS-EVT-CLASE
           MOVE WS-RTK-FACT(WS-RTK-IX) TO WS-EVT-REF
           MOVE SPACES TO WS-EVT-DETALLE
           MOVE WS-REC-SUPERV TO WS-EVT-OPER

           MOVE 0 TO WS-APA-NUM WS-APA-COINCIDEN
           IF WS-RTK-LINEAS(WS-RTK-IX) > 0
               MOVE SPACES TO WS-APA-RSV-COD
               PERFORM CARGAR-TABLA-APARTADOS
               PERFORM VARYING WS-APL-IX FROM 1 BY 1
                       UNTIL WS-APL-IX > WS-APL-CANT
                   IF WS-APL-ESTADO(WS-APL-IX) = "A" AND
                      WS-APL-CLIENTE(WS-APL-IX) =
                          WS-RTK-CLIENTE(WS-RTK-IX) AND
                      WS-APL-TOTAL(WS-APL-IX) =
                          WS-RTK-TOTAL(WS-RTK-IX) AND
                      WS-APL-PAGADO(WS-APL-IX) >=
                          WS-APL-TOTAL(WS-APL-IX)
                       ADD 1 TO WS-APA-COINCIDEN
                       MOVE WS-APL-IX TO WS-APA-NUM
                   END-IF
               END-PERFORM
           END-IF

           IF WS-APA-COINCIDEN = 1
               MOVE WS-APA-NUM TO WS-APA-TX
               MOVE WS-RTK-FACT(WS-RTK-IX)  TO WS-FACTURA-TX
               MOVE WS-RTK-TOTAL(WS-RTK-IX) TO WS-TICKET-TOTAL
               PERFORM GRABAR-PAGO-APARTADO
               IF FS-VEN NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FECHA-TRIM TO WS-REC-FECHA-SAVE
               MOVE WS-RTK-FECHA(WS-RTK-IX) TO WS-FECHA-TRIM
               PERFORM GRABAR-RETIRO-APARTADO
               MOVE WS-REC-FECHA-SAVE TO WS-FECHA-TRIM
               MOVE "RETIRADO" TO WS-EVT-ACCION
               STRING "APARTADO "                  DELIMITED BY SIZE
                      WS-APA-TX                    DELIMITED BY SIZE
                      " TOTAL "                    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAJA-MONTO-ED)
                                                   DELIMITED BY SIZE
                   INTO WS-EVT-DETALLE
               END-STRING
               PERFORM REGISTRAR-EVENTO-AUDITORIA
               MOVE WS-FACTURA-TX TO WS-FDOC-FACTURA
               PERFORM GENERAR-DOCUMENTO-FACTURA
               PERFORM GENERAR-FE-FACTURA
               DISPLAY "Apartado " FUNCTION TRIM(WS-APA-TX)
                       " retirado con la factura No. "
                       FUNCTION TRIM(WS-FACTURA-TX) "."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "No hay un unico apartado pagado que corresponda "
                   "a la factura; se anula y el apartado sigue "
                   "abierto para retirarlo con R."
           *> Anular devuelve la mercaderia con la fecha del ticket
           MOVE WS-FECHA-TRIM TO WS-REC-FECHA-SAVE
           MOVE WS-RTK-FECHA(WS-RTK-IX) TO WS-FECHA-TRIM
           MOVE "S" TO WS-VALIDO
           PERFORM VERIFICAR-PERIODO-ABIERTO
           MOVE WS-REC-FECHA-SAVE TO WS-FECHA-TRIM
           IF WS-VALIDO NOT = "S"
               DISPLAY "AVISO: el periodo de la factura esta "
                       "cerrado; queda pendiente hasta reabrirlo."
               EXIT PARAGRAPH
           END-IF
           PERFORM ANULAR-TICKET-SIN-PAGO
           .

       ANULAR-TICKET-SIN-PAGO.
           *> Cada linea vuelve como una devolucion a la fecha del
           *> ticket (stock, lotes, kardex y resumen) y el ticket
           *> se cierra con un pago de metodo A por cero.
           MOVE WS-RTK-FACT(WS-RTK-IX) TO IN-FACTURA-DEV
           MOVE 0 TO WS-RLN-CANT-L
           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           PERFORM UNTIL FS-VEN NOT = "00"
               READ ARCH-VEN NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF REG-VENTA-LINE(1:1) = "D"
                           PERFORM CARGAR-LINEA-ANULACION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-VEN
           OPEN EXTEND ARCH-VEN

           MOVE WS-FECHA-TRIM TO WS-REC-FECHA-SAVE
           MOVE WS-RTK-FECHA(WS-RTK-IX) TO WS-FECHA-TRIM
           PERFORM VARYING WS-RLN-IX FROM 1 BY 1
                   UNTIL WS-RLN-IX > WS-RLN-CANT-L
               PERFORM ANULAR-LINEA-TICKET
           END-PERFORM
           MOVE WS-REC-FECHA-SAVE TO WS-FECHA-TRIM

           MOVE SPACES TO REG-VENTA-LINE
           STRING "P|"                 DELIMITED BY SIZE
                  IN-FACTURA-DEV       DELIMITED BY SIZE
                  "|A|0.00|0.00|0.00"  DELIMITED BY SIZE
               INTO REG-VENTA-LINE
           END-STRING
           WRITE REG-VENTA-LINE
           IF FS-VEN NOT = "00"
               DISPLAY "ERROR al escribir en ventas.txt. FS=" FS-VEN
               EXIT PARAGRAPH
           END-IF
           PERFORM INDEXAR-LINEA-VENTA

           MOVE "ANULADO" TO WS-EVT-ACCION
           MOVE WS-RTK-TOTAL(WS-RTK-IX) TO WS-CAJA-MONTO-ED
           STRING "LINEAS "                     DELIMITED BY SIZE
                  WS-RLN-CANT-L                 DELIMITED BY SIZE
                  " TOTAL "                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAJA-MONTO-ED)
                                                DELIMITED BY SIZE
               INTO WS-EVT-DETALLE
           END-STRING
           PERFORM REGISTRAR-EVENTO-AUDITORIA
           DISPLAY "Ticket " FUNCTION TRIM(IN-FACTURA-DEV)
                   " anulado; mercaderia repuesta."
           .

       CARGAR-LINEA-ANULACION.
           MOVE SPACES TO V-PRECIO-TX V-DESC-TX V-KIT-MARCA
           UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                     V-PRECIO-TX V-DESC-TX V-KIT-MARCA
           END-UNSTRING
           IF V-NUMFACT NOT = IN-FACTURA-DEV
               EXIT PARAGRAPH
           END-IF
           IF WS-RLN-CANT-L >= 100
               DISPLAY "AVISO: el ticket tiene mas de 100 lineas; "
                       "se omiten las siguientes."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RLN-CANT-L
           MOVE V-COD TO WS-RLN-COD(WS-RLN-CANT-L)
           MOVE FUNCTION NUMVAL(V-CANT-TX)
               TO WS-RLN-CANT(WS-RLN-CANT-L)
           MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
           PERFORM VALORAR-LINEA-PRECIO
           IF V-CANT > 0
               COMPUTE WS-RLN-PRECIO(WS-RLN-CANT-L) =
                   WS-VALOR-LINE / V-CANT
           ELSE
               MOVE 0 TO WS-RLN-PRECIO(WS-RLN-CANT-L)
           END-IF
           MOVE V-KIT-MARCA TO WS-RLN-KIT(WS-RLN-CANT-L)
           .

       ANULAR-LINEA-TICKET.
           MOVE WS-RLN-COD(WS-RLN-IX)    TO WS-DEV-COD
           MOVE WS-RLN-CANT(WS-RLN-IX)   TO WS-CANT-DEV-SIGN
           MOVE WS-RLN-PRECIO(WS-RLN-IX) TO WS-DEV-PRECIO
           MOVE "N" TO WS-DEV-ES-KIT
           MOVE SPACES TO WS-DEV-MARCA-TX
           IF WS-RLN-KIT(WS-RLN-IX) = "K"
               PERFORM CARGAR-KIT-FACTURA
               IF WS-DKC-CANT-L = 0
                   DISPLAY "ERROR: la factura no trae los "
                           "componentes del kit " WS-DEV-COD
                           "; no se repuso."
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WS-DEV-ES-KIT
               MOVE "K" TO WS-DEV-MARCA-TX
           ELSE
               MOVE WS-DEV-COD TO PRD-CODIGO
               READ ARCH-PROD KEY IS PRD-CODIGO
                   INVALID KEY
                       DISPLAY "ERROR: el producto " WS-DEV-COD
                               " ya no existe; no se repuso."
                       EXIT PARAGRAPH
               END-READ
           END-IF

           MOVE WS-CANT-DEV-SIGN TO WS-KIT-CANT-ED
           MOVE WS-DEV-PRECIO    TO WS-PRECIO-ED
           MOVE SPACES TO REG-VENTA-LINE
           STRING
            "R"                            DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            IN-FACTURA-DEV                 DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            WS-DEV-COD                     DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            FUNCTION TRIM(WS-KIT-CANT-ED)  DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            WS-FECHA-TRIM                  DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            FUNCTION TRIM(WS-PRECIO-ED)    DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            WS-DEV-MARCA-TX                DELIMITED BY SPACE
            "|"                            DELIMITED BY SIZE
            FUNCTION TRIM(WS-REC-SUPERV)   DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            INTO REG-VENTA-LINE
           END-STRING
           WRITE REG-VENTA-LINE
           IF FS-VEN NOT = "00"
               DISPLAY "ERROR al escribir en ventas.txt. FS=" FS-VEN
               EXIT PARAGRAPH
           END-IF
           PERFORM INDEXAR-LINEA-VENTA

           IF WS-DEV-ES-KIT = "S"
               PERFORM DEVOLVER-COMPONENTES-KIT
           ELSE
               PERFORM REPONER-PRODUCTO-DEVUELTO
           END-IF
           .

       REGISTRAR-EVENTO-AUDITORIA.
           *> Evento del sistema en AUDIT.DAT (no es un cambio de
           *> producto): WS-EVT-CLASE / REF / ACCION / DETALLE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO REG-AUDIT-LINE
           STRING "*EVT"                          DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVT-CLASE)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVT-REF)       DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVT-ACCION)    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVT-DETALLE)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-TIMESTAMP                    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVT-OPER)      DELIMITED BY SIZE
               INTO REG-AUDIT-LINE
           END-STRING
           WRITE REG-AUDIT-LINE
           IF FS-AUDIT NOT = "00"
               DISPLAY "ERROR al escribir en AUDIT.DAT. FS=" FS-AUDIT
           END-IF
           .

       LEER-CONTROL-TOTALES.
           MOVE "N" TO WS-CTL-EXISTE
           OPEN INPUT ARCH-CTL
           IF FS-CTL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ARCH-CTL NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   UNSTRING REG-CTL-LINE DELIMITED BY "|"
                        INTO T-TIPO T-PRODS-TX T-STOCK-TX
                             T-CATS-TX T-OPERS-TX T-FECHA-TX
                   END-UNSTRING
                   IF T-TIPO = "T"
                       MOVE "S" TO WS-CTL-EXISTE
                       MOVE FUNCTION NUMVAL(T-PRODS-TX)
                           TO WS-CTL-PRODS
                       MOVE FUNCTION NUMVAL(T-STOCK-TX)
                           TO WS-CTL-STOCK
                       MOVE FUNCTION NUMVAL(T-CATS-TX)
                           TO WS-CTL-CATS
                       MOVE FUNCTION NUMVAL(T-OPERS-TX)
                           TO WS-CTL-OPERS
                   END-IF
           END-READ
           CLOSE ARCH-CTL
           .

       CONTAR-MAESTROS.
           MOVE 0 TO WS-CHK-PRODS WS-CHK-STOCK WS-CHK-CATS
                     WS-CHK-OPERS

           MOVE SPACES TO PRD-CODIGO
           START ARCH-PROD KEY NOT LESS THAN PRD-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS-PROD NOT = "00"
                       READ ARCH-PROD NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               ADD 1 TO WS-CHK-PRODS
                               ADD PRD-STOCK TO WS-CHK-STOCK
                       END-READ
                   END-PERFORM
           END-START

           MOVE SPACES TO CAT-CODIGO
           START ARCH-CAT KEY NOT LESS THAN CAT-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS-CAT NOT = "00"
                       READ ARCH-CAT NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               ADD 1 TO WS-CHK-CATS
                       END-READ
                   END-PERFORM
           END-START

           MOVE SPACES TO OPER-ID
           START ARCH-OPER KEY NOT LESS THAN OPER-ID
               INVALID KEY
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               ADD 1 TO WS-CHK-OPERS
                       END-READ
                   END-PERFORM
           END-START
           .

       GRABAR-CONTROL-TOTALES.
           PERFORM CONTAR-MAESTROS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RESP-FECHA
           OPEN OUTPUT ARCH-CTL
           IF FS-CTL NOT = "00"
               DISPLAY "ERROR al escribir CONTROL_TOTALES.DAT. FS="
                       FS-CTL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHK-STOCK TO WS-CHK-STOCK-ED
           MOVE SPACES TO REG-CTL-LINE
           STRING "T"            DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  WS-CHK-PRODS   DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHK-STOCK-ED)
                                 DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  WS-CHK-CATS    DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  WS-CHK-OPERS   DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  WS-RESP-FECHA  DELIMITED BY SIZE
               INTO REG-CTL-LINE
           END-STRING
           WRITE REG-CTL-LINE
           CLOSE ARCH-CTL
           .

       RESPALDAR-ARCHIVOS.
           DISPLAY "----- Respaldo de archivos -----".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RESP-FECHA

           PERFORM RESPALDAR-PRODUCTOS
           PERFORM RESPALDAR-CATEGORIAS
           PERFORM RESPALDAR-DIARIO
           PERFORM RESPALDAR-OPERADORES
           DISPLAY "Respaldo con fecha " WS-RESP-FECHA
                   " terminado."
           .

       RESPALDAR-PRODUCTOS.
           MOVE SPACES TO WS-RESP-NOMBRE
           STRING "PRODUCTOS_" WS-RESP-FECHA ".BAK"
               DELIMITED BY SIZE INTO WS-RESP-NOMBRE
           END-STRING
           OPEN OUTPUT ARCH-RESP
           IF FS-RESP NOT = "00"
               DISPLAY "ERROR: no se pudo crear "
                       FUNCTION TRIM(WS-RESP-NOMBRE)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RESP-REGS
           MOVE SPACES TO PRD-CODIGO
           START ARCH-PROD KEY NOT LESS THAN PRD-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS-PROD NOT = "00"
                       READ ARCH-PROD NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               PERFORM ESCRIBIR-RESP-PRODUCTO
                       END-READ
                   END-PERFORM
           END-START
           CLOSE ARCH-RESP
           DISPLAY "  " FUNCTION TRIM(WS-RESP-NOMBRE) ": "
                   WS-RESP-REGS " registro(s)."
           .

       ESCRIBIR-RESP-PRODUCTO.
           MOVE PRD-PRECIO       TO WS-PRECIO-ED
           MOVE PRD-COSTO        TO WS-COSTO-ED
           MOVE PRD-STOCK        TO WS-STOCK-ED
           MOVE PRD-STOCK-MINIMO TO WS-STOCK-MIN-ED
           PERFORM NORMALIZAR-STOCK-UBIC
           MOVE PRD-STOCK-SALA   TO WS-STOCK-SALA-ED
           MOVE PRD-STOCK-BODEGA TO WS-STOCK-BOD-ED
           MOVE SPACES TO REG-RESP-LINE
           STRING PRD-CODIGO                   DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(PRD-NOMBRE)    DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(PRD-CATEGORIA) DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRECIO-ED)  DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COSTO-ED)   DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STOCK-ED)   DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STOCK-MIN-ED)
                                               DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STOCK-SALA-ED)
                                               DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STOCK-BOD-ED)
                                               DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(PRD-UNIDAD)    DELIMITED BY SIZE
               INTO REG-RESP-LINE
           END-STRING
           WRITE REG-RESP-LINE
           ADD 1 TO WS-RESP-REGS
           .

       RESPALDAR-CATEGORIAS.
           MOVE SPACES TO WS-RESP-NOMBRE
           STRING "CATEGORIAS_" WS-RESP-FECHA ".BAK"
               DELIMITED BY SIZE INTO WS-RESP-NOMBRE
           END-STRING
           OPEN OUTPUT ARCH-RESP
           IF FS-RESP NOT = "00"
               DISPLAY "ERROR: no se pudo crear "
                       FUNCTION TRIM(WS-RESP-NOMBRE)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RESP-REGS
           MOVE SPACES TO CAT-CODIGO
           START ARCH-CAT KEY NOT LESS THAN CAT-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS-CAT NOT = "00"
                       READ ARCH-CAT NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF CAT-COMISION NOT NUMERIC
                                   MOVE 0 TO CAT-COMISION
                               END-IF
                               MOVE SPACES TO REG-RESP-LINE
                               MOVE CAT-COMISION TO WS-COM-PCT-ED
                               STRING CAT-CODIGO
                                          DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      FUNCTION TRIM(CAT-DESCRIPCION)
                                          DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-COM-PCT-ED)
                                          DELIMITED BY SIZE
                                   INTO REG-RESP-LINE
                               END-STRING
                               WRITE REG-RESP-LINE
                               ADD 1 TO WS-RESP-REGS
                       END-READ
                   END-PERFORM
           END-START
           CLOSE ARCH-RESP
           DISPLAY "  " FUNCTION TRIM(WS-RESP-NOMBRE) ": "
                   WS-RESP-REGS " registro(s)."
           .

       RESPALDAR-DIARIO.
           MOVE SPACES TO WS-RESP-NOMBRE
           STRING "CIERRE_DIARIO_" WS-RESP-FECHA ".BAK"
               DELIMITED BY SIZE INTO WS-RESP-NOMBRE
           END-STRING
           OPEN OUTPUT ARCH-RESP
           IF FS-RESP NOT = "00"
               DISPLAY "ERROR: no se pudo crear "
                       FUNCTION TRIM(WS-RESP-NOMBRE)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RESP-REGS
           MOVE SPACES TO DIA-CODIGO
           START ARCH-DIARIO KEY NOT LESS THAN DIA-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS-DIARIO NOT = "00"
                       READ ARCH-DIARIO NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               MOVE DIA-STOCK TO WS-STOCK-ED
                               MOVE DIA-STOCK-APERTURA
                                   TO WS-STOCK-MIN-ED
                               MOVE DIA-SALA   TO WS-STOCK-SALA-ED
                               MOVE DIA-BODEGA TO WS-STOCK-BOD-ED
                               MOVE SPACES TO REG-RESP-LINE
                               STRING DIA-CODIGO
                                          DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-STOCK-ED)
                                          DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-STOCK-MIN-ED)
                                          DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      DIA-FECHA
                                          DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-STOCK-SALA-ED)
                                          DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-STOCK-BOD-ED)
                                          DELIMITED BY SIZE
                                   INTO REG-RESP-LINE
                               END-STRING
                               WRITE REG-RESP-LINE
                               ADD 1 TO WS-RESP-REGS
                       END-READ
                   END-PERFORM
           END-START
           CLOSE ARCH-RESP
           DISPLAY "  " FUNCTION TRIM(WS-RESP-NOMBRE) ": "
                   WS-RESP-REGS " registro(s)."
           .

       RESPALDAR-OPERADORES.
           MOVE SPACES TO WS-RESP-NOMBRE
           STRING "OPERADORES_" WS-RESP-FECHA ".BAK"
               DELIMITED BY SIZE INTO WS-RESP-NOMBRE
           END-STRING
           OPEN OUTPUT ARCH-RESP
           IF FS-RESP NOT = "00"
               DISPLAY "ERROR: no se pudo crear "
                       FUNCTION TRIM(WS-RESP-NOMBRE)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RESP-REGS
           MOVE SPACES TO OPER-ID
           START ARCH-OPER KEY NOT LESS THAN OPER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS-OPER NOT = "00"
                       READ ARCH-OPER NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               *> El campo de permisos va de ultimo
                               *> y sin TRIM: sus posiciones son las
                               *> opciones del menu.
                               MOVE SPACES TO REG-RESP-LINE
                               STRING OPER-ID
                                          DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      FUNCTION TRIM(OPER-NOMBRE)
                                          DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      FUNCTION TRIM(OPER-CLAVE)
                                          DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      OPER-ROL
                                          DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      OPER-CLAVE-TEMP
                                          DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      OPER-INTENTOS
                                          DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      OPER-BLOQUEADO
                                          DELIMITED BY SIZE
                                      "|" DELIMITED BY SIZE
                                      OPER-PERMISOS
                                          DELIMITED BY SIZE
                                   INTO REG-RESP-LINE
                               END-STRING
                               WRITE REG-RESP-LINE
                               ADD 1 TO WS-RESP-REGS
                       END-READ
                   END-PERFORM
           END-START
           CLOSE ARCH-RESP
           DISPLAY "  " FUNCTION TRIM(WS-RESP-NOMBRE) ": "
                   WS-RESP-REGS " registro(s)."
           .

       RESTAURAR-ARCHIVOS.
           DISPLAY "----- Restaurar/reconstruir archivos -----".
           DISPLAY "1) productos.dat desde PRODUCTOS_fecha.BAK"
           DISPLAY "2) CATEGORIAS.DAT desde CATEGORIAS_fecha.BAK"
           DISPLAY "3) CIERRE_DIARIO.DAT desde "
                   "CIERRE_DIARIO_fecha.BAK"
           DISPLAY "4) OPERADORES.DAT desde OPERADORES_fecha.BAK"
           DISPLAY "5) productos.dat desde PRODUCTOS.CSV"
           DISPLAY "6) RESUMEN_VENTAS.DAT desde ventas.txt + "
                   "VENTAS_HIST.TXT"
           DISPLAY "7) MOVIMIENTOS.DAT (kardex) desde ventas, "
                   "recepciones y ajustes"
           DISPLAY "8) FACTURAS.DAT (indice de facturas) desde "
                   "ventas.txt + VENTAS_HIST.TXT"
           DISPLAY "Opcion: "
           ACCEPT IN-RESP-OPCION
           MOVE FUNCTION TRIM(IN-RESP-OPCION) TO IN-RESP-OPCION

           IF IN-RESP-OPCION = "6"
               DISPLAY "ATENCION: el resumen actual sera "
                       "reemplazado por completo. Confirma? (S/N): "
               ACCEPT PAUSA-TEXTO
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(PAUSA-TEXTO))
                  = "S"
                   PERFORM RECONSTRUIR-RESUMEN
               ELSE
                   DISPLAY "Restauracion cancelada."
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF IN-RESP-OPCION = "7"
               DISPLAY "ATENCION: el kardex actual sera reemplazado "
                       "por completo y los traslados asentados se "
                       "pierden. Confirma? (S/N): "
               ACCEPT PAUSA-TEXTO
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(PAUSA-TEXTO))
                  = "S"
                   PERFORM RECONSTRUIR-MOVIMIENTOS
               ELSE
                   DISPLAY "Restauracion cancelada."
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF IN-RESP-OPCION = "8"
               DISPLAY "ATENCION: el indice de facturas actual sera "
                       "reemplazado por completo. Confirma? (S/N): "
               ACCEPT PAUSA-TEXTO
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(PAUSA-TEXTO))
                  = "S"
                   PERFORM RECONSTRUIR-INDICE-FACTURAS
               ELSE
                   DISPLAY "Restauracion cancelada."
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF IN-RESP-OPCION = "5"
               MOVE "PRODUCTOS.CSV" TO WS-RESP-NOMBRE
           ELSE
               IF IN-RESP-OPCION NOT = "1" AND
                  IN-RESP-OPCION NOT = "2" AND
                  IN-RESP-OPCION NOT = "3" AND
                  IN-RESP-OPCION NOT = "4"
                   DISPLAY "Opcion invalida."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Fecha del respaldo (AAAAMMDD): "
               ACCEPT IN-RESP-FECHA
               MOVE FUNCTION TRIM(IN-RESP-FECHA) TO WS-FECHA-TRIM
               PERFORM VALIDAR-FECHA
               IF WS-VALIDO NOT = "S"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-RESP-NOMBRE
               EVALUATE IN-RESP-OPCION
               WHEN "1"
                   STRING "PRODUCTOS_" WS-FECHA-TRIM ".BAK"
                       DELIMITED BY SIZE INTO WS-RESP-NOMBRE
                   END-STRING
               WHEN "2"
                   STRING "CATEGORIAS_" WS-FECHA-TRIM ".BAK"
                       DELIMITED BY SIZE INTO WS-RESP-NOMBRE
                   END-STRING
               WHEN "3"
                   STRING "CIERRE_DIARIO_" WS-FECHA-TRIM ".BAK"
                       DELIMITED BY SIZE INTO WS-RESP-NOMBRE
                   END-STRING
               WHEN "4"
                   STRING "OPERADORES_" WS-FECHA-TRIM ".BAK"
                       DELIMITED BY SIZE INTO WS-RESP-NOMBRE
                   END-STRING
               END-EVALUATE
           END-IF

           OPEN INPUT ARCH-RESP
           IF FS-RESP NOT = "00"
               DISPLAY "ERROR: no se pudo abrir "
                       FUNCTION TRIM(WS-RESP-NOMBRE) "."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ATENCION: el archivo actual sera reemplazado "
                   "por completo. Confirma? (S/N): "
           ACCEPT PAUSA-TEXTO
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PAUSA-TEXTO))
              NOT = "S"
               DISPLAY "Restauracion cancelada."
               CLOSE ARCH-RESP
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RESP-REGS
           EVALUATE IN-RESP-OPCION
           WHEN "1"
               PERFORM RECONSTRUIR-PRODUCTOS-BAK
           WHEN "2"
               PERFORM RECONSTRUIR-CATEGORIAS
           WHEN "3"
               PERFORM RECONSTRUIR-DIARIO
           WHEN "4"
               PERFORM RECONSTRUIR-OPERADORES
           WHEN "5"
               PERFORM RECONSTRUIR-PRODUCTOS-CSV
           END-EVALUATE
           CLOSE ARCH-RESP

           DISPLAY "Registros restaurados: " WS-RESP-REGS
           *> Dejar los totales de control alineados con lo recien
           *> restaurado para que el proximo arranque no falle.
           PERFORM GRABAR-CONTROL-TOTALES
           .

       RECONSTRUIR-RESUMEN.
           *> Reconstruye RESUMEN_VENTAS.DAT completo barriendo una
           *> sola vez VENTAS_HIST.TXT y ventas.txt; es la unica
           *> ocasion en que se vuelven a leer enteros.
           CLOSE ARCH-RES
           OPEN OUTPUT ARCH-RES
           CLOSE ARCH-RES
           OPEN I-O ARCH-RES

           MOVE 0 TO WS-RESP-REGS
           MOVE SPACES TO WS-RES-FECHA

           CLOSE ARCH-HIST
           OPEN INPUT ARCH-HIST
           PERFORM UNTIL FS-HIST NOT = "00"
               READ ARCH-HIST NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE REG-HIST-LINE TO REG-VENTA-LINE
                       PERFORM ACUMULAR-LINEA-RESUMEN
               END-READ
           END-PERFORM
           CLOSE ARCH-HIST
           OPEN EXTEND ARCH-HIST

           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           PERFORM UNTIL FS-VEN NOT = "00"
               READ ARCH-VEN NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-LINEA-RESUMEN
               END-READ
           END-PERFORM
           CLOSE ARCH-VEN
           OPEN EXTEND ARCH-VEN

           DISPLAY "Movimientos resumidos: " WS-RESP-REGS
           DISPLAY "RESUMEN_VENTAS.DAT reconstruido."
           .

       ACUMULAR-LINEA-RESUMEN.
           EVALUATE REG-VENTA-LINE(1:1)
           WHEN "H"
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-FECHA
               END-UNSTRING
               MOVE FUNCTION TRIM(V-FECHA) TO WS-RES-FECHA
           WHEN "D"
               MOVE SPACES TO V-PRECIO-TX V-DESC-TX V-KIT-MARCA
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                         V-PRECIO-TX V-DESC-TX V-KIT-MARCA
               END-UNSTRING
               *> La linea de un kit se resume por sus lineas K
               IF WS-RES-FECHA NOT = SPACES AND V-KIT-MARCA NOT = "K"
                   MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
                   PERFORM VALORAR-LINEA-PRECIO
                   MOVE V-COD TO WS-RES-COD
                   MOVE V-CANT TO WS-RES-UND
                   MOVE 0 TO WS-RES-DEV WS-RES-DEVM
                   MOVE WS-VALOR-LINE TO WS-RES-ING
                   MOVE V-COD TO PRD-CODIGO
                   READ ARCH-PROD KEY IS PRD-CODIGO
                       INVALID KEY
                           MOVE 0 TO WS-RES-CGS
                       NOT INVALID KEY
                           COMPUTE WS-RES-CGS = PRD-COSTO * V-CANT
                   END-READ
                   PERFORM ACTUALIZAR-RESUMEN-VENTA
                   ADD 1 TO WS-RESP-REGS
               END-IF
           WHEN "R"
               MOVE SPACES TO V-PRECIO-TX V-KIT-MARCA
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX V-FECHA
                         V-PRECIO-TX V-KIT-MARCA
               END-UNSTRING
               IF V-KIT-MARCA = "K"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
               PERFORM VALORAR-LINEA-PRECIO
               MOVE V-COD TO WS-RES-COD
               *> La devolucion lleva su propia fecha; ojo con no
               *> pisar la fecha de la factura en proceso.
               MOVE WS-RES-FECHA TO WS-RES-FECHA-SAVE
               MOVE FUNCTION TRIM(V-FECHA) TO WS-RES-FECHA
               MOVE 0 TO WS-RES-UND WS-RES-ING
               MOVE V-CANT TO WS-RES-DEV
               MOVE WS-VALOR-LINE TO WS-RES-DEVM
               MOVE V-COD TO PRD-CODIGO
               READ ARCH-PROD KEY IS PRD-CODIGO
                   INVALID KEY
                       MOVE 0 TO WS-RES-CGS
                   NOT INVALID KEY
                       COMPUTE WS-RES-CGS = 0 - PRD-COSTO * V-CANT
               END-READ
               PERFORM ACTUALIZAR-RESUMEN-VENTA
               ADD 1 TO WS-RESP-REGS
               MOVE WS-RES-FECHA-SAVE TO WS-RES-FECHA
           WHEN "K"
               *> Componente de un kit vendido: importe ya repartido
               IF WS-RES-FECHA NOT = SPACES
                   UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                        INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                             V-PRECIO-TX V-KIT-COD
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
                   MOVE V-COD TO WS-RES-COD
                   MOVE V-CANT TO WS-RES-UND
                   MOVE 0 TO WS-RES-DEV WS-RES-DEVM
                   MOVE FUNCTION NUMVAL(V-PRECIO-TX) TO WS-RES-ING
                   MOVE V-COD TO PRD-CODIGO
                   READ ARCH-PROD KEY IS PRD-CODIGO
                       INVALID KEY
                           MOVE 0 TO WS-RES-CGS
                       NOT INVALID KEY
                           COMPUTE WS-RES-CGS = PRD-COSTO * V-CANT
                   END-READ
                   PERFORM ACTUALIZAR-RESUMEN-VENTA
                   ADD 1 TO WS-RESP-REGS
               END-IF
           WHEN "J"
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX V-FECHA
                         V-PRECIO-TX V-KIT-COD
               END-UNSTRING
               MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
               MOVE V-COD TO WS-RES-COD
               MOVE WS-RES-FECHA TO WS-RES-FECHA-SAVE
               MOVE FUNCTION TRIM(V-FECHA) TO WS-RES-FECHA
               MOVE 0 TO WS-RES-UND WS-RES-ING
               MOVE V-CANT TO WS-RES-DEV
               MOVE FUNCTION NUMVAL(V-PRECIO-TX) TO WS-RES-DEVM
               MOVE V-COD TO PRD-CODIGO
               READ ARCH-PROD KEY IS PRD-CODIGO
                   INVALID KEY
                       MOVE 0 TO WS-RES-CGS
                   NOT INVALID KEY
                       COMPUTE WS-RES-CGS = 0 - PRD-COSTO * V-CANT
               END-READ
               PERFORM ACTUALIZAR-RESUMEN-VENTA
               ADD 1 TO WS-RESP-REGS
               MOVE WS-RES-FECHA-SAVE TO WS-RES-FECHA
           END-EVALUATE
           .

       RECONSTRUIR-MOVIMIENTOS.
           *> Reconstruye MOVIMIENTOS.DAT completo: las ventas (V) y
           *> devoluciones (R) salen de ventas.txt y del historico,
           *> las recepciones (E) de RECEPCIONES.DAT, los ajustes
           *> (A) de AJUSTES.DAT y las devoluciones a proveedor (D)
           *> de las notas de credito de CXP.DAT. Los traslados (T)
           *> no tienen otro
           *> archivo fuente y no se pueden reconstruir; los
           *> ajustes viejos quedan asentados en sala, como los
           *> asume la conciliacion.
           CLOSE ARCH-MOV
           OPEN OUTPUT ARCH-MOV
           CLOSE ARCH-MOV
           OPEN I-O ARCH-MOV

           MOVE 0 TO WS-RESP-REGS
           MOVE SPACES TO WS-KRB-FECHA

           CLOSE ARCH-HIST
           OPEN INPUT ARCH-HIST
           PERFORM UNTIL FS-HIST NOT = "00"
               READ ARCH-HIST NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE REG-HIST-LINE TO REG-VENTA-LINE
                       PERFORM ACUMULAR-LINEA-KARDEX-REC
               END-READ
           END-PERFORM
           CLOSE ARCH-HIST
           OPEN EXTEND ARCH-HIST

           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           PERFORM UNTIL FS-VEN NOT = "00"
               READ ARCH-VEN NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-LINEA-KARDEX-REC
               END-READ
           END-PERFORM
           CLOSE ARCH-VEN
           OPEN EXTEND ARCH-VEN

           CLOSE ARCH-RECEP
           OPEN INPUT ARCH-RECEP
           PERFORM UNTIL FS-RECEP NOT = "00"
               READ ARCH-RECEP NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ASENTAR-RECEPCION-KARDEX
               END-READ
           END-PERFORM
           CLOSE ARCH-RECEP
           OPEN EXTEND ARCH-RECEP

           CLOSE ARCH-AJU
           OPEN INPUT ARCH-AJU
           PERFORM UNTIL FS-AJU NOT = "00"
               READ ARCH-AJU NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ASENTAR-AJUSTE-KARDEX
               END-READ
           END-PERFORM
           CLOSE ARCH-AJU
           OPEN EXTEND ARCH-AJU

           CLOSE ARCH-CXP
           OPEN INPUT ARCH-CXP
           PERFORM UNTIL FS-CXP NOT = "00"
               READ ARCH-CXP NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ASENTAR-DEVPROV-KARDEX
               END-READ
           END-PERFORM
           CLOSE ARCH-CXP
           OPEN EXTEND ARCH-CXP

           DISPLAY "Movimientos reconstruidos: " WS-RESP-REGS
           DISPLAY "MOVIMIENTOS.DAT reconstruido; los traslados "
                   "previos no se recuperan."
           .

       ACUMULAR-LINEA-KARDEX-REC.
           EVALUATE REG-VENTA-LINE(1:1)
           WHEN "H"
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-FECHA
               END-UNSTRING
               MOVE FUNCTION TRIM(V-FECHA) TO WS-KRB-FECHA
           WHEN "D"
           WHEN "K"
               *> Del kit salen sus componentes (lineas K), no el
               *> codigo del kit
               MOVE SPACES TO V-PRECIO-TX V-DESC-TX V-KIT-MARCA
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                         V-PRECIO-TX V-DESC-TX V-KIT-MARCA
               END-UNSTRING
               IF WS-KRB-FECHA NOT = SPACES AND V-KIT-MARCA NOT = "K"
                   MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
                   MOVE V-COD TO PRD-CODIGO
                   MOVE "V" TO WS-MOV-TIPO
                   COMPUTE WS-MOV-CANT = 0 - V-CANT
                   MOVE V-NUMFACT    TO WS-MOV-REF
                   MOVE WS-KRB-FECHA TO WS-MOV-FECHA
                   MOVE "S" TO WS-MOV-UBIC
                   PERFORM GRABAR-MOVIMIENTO
                   ADD 1 TO WS-RESP-REGS
               END-IF
           WHEN "R"
           WHEN "J"
               MOVE SPACES TO V-PRECIO-TX V-KIT-MARCA
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX V-FECHA
                         V-PRECIO-TX V-KIT-MARCA
               END-UNSTRING
               *> La devolucion de un kit vuelve por sus lineas J
               IF V-TIPO = "R" AND V-KIT-MARCA = "K"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
               MOVE V-COD TO PRD-CODIGO
               MOVE "R"    TO WS-MOV-TIPO
               MOVE V-CANT TO WS-MOV-CANT
               MOVE V-NUMFACT TO WS-MOV-REF
               MOVE FUNCTION TRIM(V-FECHA) TO WS-MOV-FECHA
               MOVE "S" TO WS-MOV-UBIC
               PERFORM GRABAR-MOVIMIENTO
               ADD 1 TO WS-RESP-REGS
           END-EVALUATE
           .

       ASENTAR-RECEPCION-KARDEX.
           MOVE SPACES TO R-COSTO-TX
           UNSTRING REG-RECEP-LINE DELIMITED BY "|"
                INTO R-NUM-TX R-PROV-TX R-PROD-TX R-CANT-TX
                     R-FECHA-TX R-COSTO-TX
           END-UNSTRING
           IF R-NUM-TX = SPACES OR R-PROD-TX = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(R-PROD-TX) TO PRD-CODIGO
           MOVE "E" TO WS-MOV-TIPO
           MOVE FUNCTION NUMVAL(R-CANT-TX) TO WS-MOV-CANT
           MOVE FUNCTION TRIM(R-NUM-TX) TO WS-MOV-REF
           MOVE R-FECHA-TX(1:8) TO WS-MOV-FECHA
           MOVE "B" TO WS-MOV-UBIC
           PERFORM GRABAR-MOVIMIENTO
           ADD 1 TO WS-RESP-REGS
           .

       ASENTAR-AJUSTE-KARDEX.
           MOVE SPACES TO AJ-UBIC-TX
           UNSTRING REG-AJU-LINE DELIMITED BY "|"
                INTO AJ-TIPO AJ-NUM-TX AJ-PROD-TX AJ-CANT-TX
                     AJ-MOTIVO-TX AJ-FECHA-TX AJ-OPER-TX
                     AJ-UBIC-TX
           END-UNSTRING
           IF AJ-TIPO NOT = "A" OR AJ-PROD-TX = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(AJ-PROD-TX) TO PRD-CODIGO
           MOVE "A" TO WS-MOV-TIPO
           MOVE FUNCTION NUMVAL(AJ-CANT-TX) TO WS-MOV-CANT
           MOVE FUNCTION TRIM(AJ-NUM-TX) TO WS-MOV-REF
           MOVE AJ-FECHA-TX(1:8) TO WS-MOV-FECHA
           *> Lineas viejas sin ubicacion se asumen de sala
           IF AJ-UBIC-TX = "B"
               MOVE "B" TO WS-MOV-UBIC
           ELSE
               MOVE "S" TO WS-MOV-UBIC
           END-IF
           PERFORM GRABAR-MOVIMIENTO
           ADD 1 TO WS-RESP-REGS
           .

       ASENTAR-DEVPROV-KARDEX.
           IF REG-CXP-LINE(1:1) NOT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CP-NC-PROD CP-NC-CANT-TX
           UNSTRING REG-CXP-LINE DELIMITED BY "|"
                INTO CP-TIPO CP-FACT CP-PROV CP-FECHA CP-VENCE
                     CP-MONTO-TX CP-NC-PROD CP-NC-CANT-TX
           END-UNSTRING
           IF CP-NC-PROD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CP-NC-PROD TO PRD-CODIGO
           MOVE "D" TO WS-MOV-TIPO
           COMPUTE WS-MOV-CANT = 0 - FUNCTION NUMVAL(CP-NC-CANT-TX)
           MOVE CP-VENCE(1:7) TO WS-MOV-REF
           MOVE CP-FECHA TO WS-MOV-FECHA
           MOVE "B" TO WS-MOV-UBIC
           PERFORM GRABAR-MOVIMIENTO
           ADD 1 TO WS-RESP-REGS
           .

       RECONSTRUIR-PRODUCTOS-BAK.
           CLOSE ARCH-PROD
           OPEN OUTPUT ARCH-PROD
           PERFORM UNTIL FS-RESP NOT = "00"
               READ ARCH-RESP NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO RS-CAMPO1 RS-CAMPO2 RS-CAMPO3
                           RS-CAMPO4 RS-CAMPO5 RS-CAMPO6 RS-CAMPO7
                           RS-CAMPO8 RS-CAMPO9 RS-CAMPO10
                       UNSTRING REG-RESP-LINE DELIMITED BY "|"
                            INTO RS-CAMPO1 RS-CAMPO2 RS-CAMPO3
                                 RS-CAMPO4 RS-CAMPO5 RS-CAMPO6
                                 RS-CAMPO7 RS-CAMPO8 RS-CAMPO9
                                 RS-CAMPO10
                       END-UNSTRING
                       MOVE FUNCTION TRIM(RS-CAMPO1)(1:5)
                           TO PRD-CODIGO
                       MOVE RS-CAMPO2(1:25)  TO PRD-NOMBRE
                       MOVE RS-CAMPO3(1:15)  TO PRD-CATEGORIA
                       MOVE FUNCTION NUMVAL(RS-CAMPO4)
                           TO PRD-PRECIO
                       MOVE FUNCTION NUMVAL(RS-CAMPO5)
                           TO PRD-COSTO
                       MOVE FUNCTION NUMVAL(RS-CAMPO6)
                           TO PRD-STOCK
                       MOVE FUNCTION NUMVAL(RS-CAMPO7)
                           TO PRD-STOCK-MINIMO
                       *> Respaldos previos al control por ubicacion
                       *> no traen sala/bodega: todo queda en sala.
                       IF RS-CAMPO8 = SPACES
                           MOVE PRD-STOCK TO PRD-STOCK-SALA
                           MOVE 0         TO PRD-STOCK-BODEGA
                       ELSE
                           MOVE FUNCTION NUMVAL(RS-CAMPO8)
                               TO PRD-STOCK-SALA
                           MOVE FUNCTION NUMVAL(RS-CAMPO9)
                               TO PRD-STOCK-BODEGA
                       END-IF
                       MOVE RS-CAMPO10 TO IN-UNIDAD-TX
                       PERFORM VALIDAR-UNIDAD
                       IF WS-UNIDAD-OK = "S"
                           MOVE WS-UNIDAD-VAL TO PRD-UNIDAD
                       ELSE
                           MOVE "UND" TO PRD-UNIDAD
                       END-IF
                       WRITE REG-PROD
                           INVALID KEY
                               DISPLAY "  Clave duplicada u orden "
                                       "invalido: " PRD-CODIGO
                           NOT INVALID KEY
                               ADD 1 TO WS-RESP-REGS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ARCH-PROD
           OPEN I-O ARCH-PROD
           .

       RECONSTRUIR-PRODUCTOS-CSV.
           *> PRODUCTOS.CSV: CODIGO,NOMBRE,CATEGORIA,PRECIO,STOCK,
           *> STOCK_MINIMO,COSTO. Los CSV exportados antes de que
           *> existieran las dos ultimas columnas cargan 0 en ellas.
           CLOSE ARCH-PROD
           OPEN OUTPUT ARCH-PROD
           PERFORM UNTIL FS-RESP NOT = "00"
               READ ARCH-RESP NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF REG-RESP-LINE(1:6) NOT = "CODIGO"
                           PERFORM CARGAR-PRODUCTO-CSV
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-PROD
           OPEN I-O ARCH-PROD
           .

       CARGAR-PRODUCTO-CSV.
           MOVE SPACES TO RS-CAMPO1 RS-CAMPO2 RS-CAMPO3 RS-CAMPO4
                          RS-CAMPO5 RS-CAMPO6 RS-CAMPO7 RS-CAMPO8
                          RS-CAMPO9 RS-CAMPO10
           UNSTRING REG-RESP-LINE DELIMITED BY ","
                INTO RS-CAMPO1 RS-CAMPO2 RS-CAMPO3 RS-CAMPO4
                     RS-CAMPO5 RS-CAMPO6 RS-CAMPO7 RS-CAMPO8
                     RS-CAMPO9 RS-CAMPO10
           END-UNSTRING
           IF RS-CAMPO1 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(RS-CAMPO1)(1:5) TO PRD-CODIGO
           MOVE RS-CAMPO2(1:25)  TO PRD-NOMBRE
           MOVE RS-CAMPO3(1:15)  TO PRD-CATEGORIA
           MOVE FUNCTION NUMVAL(RS-CAMPO4) TO PRD-PRECIO
           MOVE FUNCTION NUMVAL(RS-CAMPO5) TO PRD-STOCK
           IF RS-CAMPO6 = SPACES
               MOVE 0 TO PRD-STOCK-MINIMO
           ELSE
               MOVE FUNCTION NUMVAL(RS-CAMPO6) TO PRD-STOCK-MINIMO
           END-IF
           IF RS-CAMPO7 = SPACES
               MOVE 0 TO PRD-COSTO
           ELSE
               MOVE FUNCTION NUMVAL(RS-CAMPO7) TO PRD-COSTO
           END-IF
           *> CSV viejos sin columnas de ubicacion: todo a sala.
           IF RS-CAMPO8 = SPACES
               MOVE PRD-STOCK TO PRD-STOCK-SALA
               MOVE 0         TO PRD-STOCK-BODEGA
           ELSE
               MOVE FUNCTION NUMVAL(RS-CAMPO8) TO PRD-STOCK-SALA
               MOVE FUNCTION NUMVAL(RS-CAMPO9) TO PRD-STOCK-BODEGA
           END-IF
           MOVE RS-CAMPO10 TO IN-UNIDAD-TX
           PERFORM VALIDAR-UNIDAD
           IF WS-UNIDAD-OK = "S"
               MOVE WS-UNIDAD-VAL TO PRD-UNIDAD
           ELSE
               MOVE "UND" TO PRD-UNIDAD
           END-IF
           WRITE REG-PROD
               INVALID KEY
                   DISPLAY "  Clave duplicada u orden invalido: "
                           PRD-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-RESP-REGS
           END-WRITE
           .

       RECONSTRUIR-CATEGORIAS.
           CLOSE ARCH-CAT
           OPEN OUTPUT ARCH-CAT
           PERFORM UNTIL FS-RESP NOT = "00"
               READ ARCH-RESP NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO RS-CAMPO1 RS-CAMPO2 RS-CAMPO3
                       UNSTRING REG-RESP-LINE DELIMITED BY "|"
                            INTO RS-CAMPO1 RS-CAMPO2 RS-CAMPO3
                       END-UNSTRING
                       MOVE FUNCTION TRIM(RS-CAMPO1)(1:5)
                           TO CAT-CODIGO
                       MOVE RS-CAMPO2(1:15) TO CAT-DESCRIPCION
                       *> Respaldos anteriores a la comision por
                       *> categoria no traen el tercer campo.
                       IF RS-CAMPO3 = SPACES
                           MOVE 0 TO CAT-COMISION
                       ELSE
                           MOVE FUNCTION NUMVAL(RS-CAMPO3)
                               TO CAT-COMISION
                       END-IF
                       WRITE REG-CAT
                           INVALID KEY
                               DISPLAY "  Clave duplicada u orden "
                                       "invalido: " CAT-CODIGO
                           NOT INVALID KEY
                               ADD 1 TO WS-RESP-REGS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ARCH-CAT
           OPEN I-O ARCH-CAT
           .

       RECONSTRUIR-DIARIO.
           CLOSE ARCH-DIARIO
           OPEN OUTPUT ARCH-DIARIO
           PERFORM UNTIL FS-RESP NOT = "00"
               READ ARCH-RESP NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO RS-CAMPO1 RS-CAMPO2 RS-CAMPO3
                                      RS-CAMPO4 RS-CAMPO5 RS-CAMPO6
                       UNSTRING REG-RESP-LINE DELIMITED BY "|"
                            INTO RS-CAMPO1 RS-CAMPO2 RS-CAMPO3
                                 RS-CAMPO4 RS-CAMPO5 RS-CAMPO6
                       END-UNSTRING
                       MOVE FUNCTION TRIM(RS-CAMPO1)(1:5)
                           TO DIA-CODIGO
                       MOVE FUNCTION NUMVAL(RS-CAMPO2)
                           TO DIA-STOCK
                       MOVE FUNCTION NUMVAL(RS-CAMPO3)
                           TO DIA-STOCK-APERTURA
                       MOVE RS-CAMPO4(1:8) TO DIA-FECHA
                       *> Respaldos viejos sin ubicaciones: todo el
                       *> stock del cierre queda como de sala.
                       IF RS-CAMPO5 = SPACES
                           MOVE DIA-STOCK TO DIA-SALA
                           MOVE 0         TO DIA-BODEGA
                       ELSE
                           MOVE FUNCTION NUMVAL(RS-CAMPO5)
                               TO DIA-SALA
                           MOVE FUNCTION NUMVAL(RS-CAMPO6)
                               TO DIA-BODEGA
                       END-IF
                       MOVE DIA-SALA   TO DIA-SALA-APERT
                       MOVE DIA-BODEGA TO DIA-BODEGA-APERT
                       WRITE REG-DIARIO
                           INVALID KEY
                               DISPLAY "  Clave duplicada u orden "
                                       "invalido: " DIA-CODIGO
                           NOT INVALID KEY
                               ADD 1 TO WS-RESP-REGS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ARCH-DIARIO
           OPEN I-O ARCH-DIARIO
           .

       RECONSTRUIR-OPERADORES.
           CLOSE ARCH-OPER
           OPEN OUTPUT ARCH-OPER
           PERFORM UNTIL FS-RESP NOT = "00"
               READ ARCH-RESP NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO RS-CAMPO1 RS-CAMPO2 RS-CAMPO3
                                      RS-CAMPO4 RS-CAMPO5 RS-CAMPO6
                                      RS-CAMPO7 RS-CAMPO-PERM
                       UNSTRING REG-RESP-LINE DELIMITED BY "|"
                            INTO RS-CAMPO1 RS-CAMPO2 RS-CAMPO3
                                 RS-CAMPO4 RS-CAMPO5 RS-CAMPO6
                                 RS-CAMPO7 RS-CAMPO-PERM
                       END-UNSTRING
                       MOVE FUNCTION TRIM(RS-CAMPO1)(1:5)
                           TO OPER-ID
                       MOVE RS-CAMPO2(1:25) TO OPER-NOMBRE
                       MOVE RS-CAMPO3(1:10) TO OPER-CLAVE
                       MOVE RS-CAMPO4(1:1)  TO OPER-ROL
                       *> Respaldos previos al control de acceso
                       *> por opcion no traen estos campos.
                       IF RS-CAMPO5(1:1) = "S" OR
                          RS-CAMPO5(1:1) = "N"
                           MOVE RS-CAMPO5(1:1) TO OPER-CLAVE-TEMP
                       ELSE
                           MOVE "N" TO OPER-CLAVE-TEMP
                       END-IF
                       IF RS-CAMPO6(1:1) NUMERIC
                           MOVE FUNCTION NUMVAL(RS-CAMPO6(1:1))
                               TO OPER-INTENTOS
                       ELSE
                           MOVE 0 TO OPER-INTENTOS
                       END-IF
                       IF RS-CAMPO7(1:1) = "S"
                           MOVE "S" TO OPER-BLOQUEADO
                       ELSE
                           MOVE "N" TO OPER-BLOQUEADO
                       END-IF
                       MOVE RS-CAMPO-PERM TO OPER-PERMISOS
                       WRITE REG-OPER
                           INVALID KEY
                               DISPLAY "  Clave duplicada u orden "
                                       "invalido: " OPER-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-RESP-REGS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ARCH-OPER
           OPEN I-O ARCH-OPER
           .

       VERIFICAR-ACCESO-SUPERVISOR.
           IF WS-OPER-ROL = "S"
               MOVE "S" TO WS-ACCESO-OK
           ELSE
               MOVE "N" TO WS-ACCESO-OK
               DISPLAY "Opcion restringida a operadores supervisores."
           END-IF
           .

       VERIFICAR-ACCESO-OPCION.
           *> Acceso por matriz de permisos: la posicion OPCION de
           *> OPER-PERMISOS debe traer "S". Un supervisor pasa sin
           *> revisar la matriz, como siempre.
           IF WS-OPER-ROL = "S"
               MOVE "S" TO WS-ACCESO-OK
               EXIT PARAGRAPH
           END-IF
           IF OPCION >= 1 AND OPCION <= 50 AND
              WS-OPER-PERMISOS(OPCION:1) = "S"
               MOVE "S" TO WS-ACCESO-OK
           ELSE
               MOVE "N" TO WS-ACCESO-OK
               DISPLAY "No tiene permiso para esta opcion; pida a "
                       "un supervisor que se lo conceda."
           END-IF
           .

       ADMIN-OPERADORES.
           DISPLAY "----- Administracion de operadores -----".
           MOVE "X" TO IN-ADM-OPCION
           PERFORM UNTIL IN-ADM-OPCION = SPACES
               DISPLAY "A=alta, B=baja, C=reasignar clave, "
                       "D=desbloquear, P=permisos, L=listar, "
                       "blanco=salir: "
               ACCEPT IN-ADM-OPCION
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(IN-ADM-OPCION))
                   TO IN-ADM-OPCION
               EVALUATE IN-ADM-OPCION
               WHEN "A"
                   PERFORM ALTA-OPERADOR
               WHEN "B"
                   PERFORM BAJA-OPERADOR
               WHEN "C"
                   PERFORM REASIGNAR-CLAVE-OPERADOR
               WHEN "D"
                   PERFORM DESBLOQUEAR-OPERADOR
               WHEN "P"
                   PERFORM EDITAR-PERMISOS-OPERADOR
               WHEN "L"
                   PERFORM LISTAR-OPERADORES
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
               END-EVALUATE
           END-PERFORM
           .

       ALTA-OPERADOR.
           DISPLAY "Codigo del operador (5 caracteres): "
           ACCEPT IN-ADM-ID
           MOVE FUNCTION TRIM(IN-ADM-ID) TO OPER-ID
           IF OPER-ID = SPACES
               DISPLAY "Codigo invalido no puede estar vacio"
               EXIT PARAGRAPH
           END-IF
           READ ARCH-OPER KEY IS OPER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Ya existe un operador con ese codigo"
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Nombre del operador: "
           ACCEPT IN-ADM-NOMBRE
           MOVE FUNCTION TRIM(IN-ADM-NOMBRE)(1:25) TO OPER-NOMBRE
           IF OPER-NOMBRE = SPACES
               DISPLAY "Nombre invalido no puede estar vacio"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Clave temporal (el operador debera cambiarla "
                   "en su primer ingreso): "
           ACCEPT IN-ADM-CLAVE
           IF FUNCTION TRIM(IN-ADM-CLAVE) = SPACES
               DISPLAY "La clave no puede estar vacia."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(IN-ADM-CLAVE)(1:10) TO OPER-CLAVE

           DISPLAY "Rol (S=supervisor, C=cajero/operador): "
           ACCEPT IN-ADM-ROL
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-ADM-ROL))
               TO IN-ADM-ROL
           IF IN-ADM-ROL NOT = "S" AND IN-ADM-ROL NOT = "C"
               DISPLAY "Rol invalido (S o C)."
               EXIT PARAGRAPH
           END-IF
           MOVE IN-ADM-ROL TO OPER-ROL

           MOVE "S"    TO OPER-CLAVE-TEMP
           MOVE 0      TO OPER-INTENTOS
           MOVE "N"    TO OPER-BLOQUEADO
           MOVE SPACES TO OPER-PERMISOS
           WRITE REG-OPER
               INVALID KEY
                   DISPLAY "Clave duplicada; no se puede registrar"
                   EXIT PARAGRAPH
           END-WRITE
           DISPLAY "Operador " FUNCTION TRIM(OPER-ID)
                   " registrado."
           IF OPER-ROL = "C"
               DISPLAY "Sin permisos concedidos todavia; use P para "
                       "darle sus opciones de menu."
           END-IF
           .

       BAJA-OPERADOR.
           DISPLAY "Codigo del operador a dar de baja: "
           ACCEPT IN-ADM-ID
           MOVE FUNCTION TRIM(IN-ADM-ID) TO OPER-ID
           IF OPER-ID = WS-OPER-ACTUAL
               DISPLAY "No puede darse de baja a si mismo."
               EXIT PARAGRAPH
           END-IF
           READ ARCH-OPER KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "No existe un operador con ese codigo."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Dar de baja a " FUNCTION TRIM(OPER-NOMBRE)
                   "? (S/N): "
           ACCEPT PAUSA-TEXTO
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PAUSA-TEXTO))
              NOT = "S"
               DISPLAY "Baja cancelada."
               EXIT PARAGRAPH
           END-IF
           DELETE ARCH-OPER
               INVALID KEY
                   DISPLAY "ERROR: no se pudo dar de baja."
               NOT INVALID KEY
                   DISPLAY "Operador dado de baja."
           END-DELETE
           .

       REASIGNAR-CLAVE-OPERADOR.
           DISPLAY "Codigo del operador: "
           ACCEPT IN-ADM-ID
           MOVE FUNCTION TRIM(IN-ADM-ID) TO OPER-ID
           READ ARCH-OPER KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "No existe un operador con ese codigo."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Nueva clave temporal: "
           ACCEPT IN-ADM-CLAVE
           IF FUNCTION TRIM(IN-ADM-CLAVE) = SPACES
               DISPLAY "La clave no puede estar vacia."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(IN-ADM-CLAVE)(1:10) TO OPER-CLAVE
           MOVE "S" TO OPER-CLAVE-TEMP
           MOVE 0   TO OPER-INTENTOS
           MOVE "N" TO OPER-BLOQUEADO
           REWRITE REG-OPER
               INVALID KEY
                   DISPLAY "ERROR al actualizar OPERADORES.DAT."
               NOT INVALID KEY
                   DISPLAY "Clave reasignada; el operador debera "
                           "cambiarla en su proximo ingreso."
           END-REWRITE
           .

       DESBLOQUEAR-OPERADOR.
           DISPLAY "Codigo del operador a desbloquear: "
           ACCEPT IN-ADM-ID
           MOVE FUNCTION TRIM(IN-ADM-ID) TO OPER-ID
           READ ARCH-OPER KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "No existe un operador con ese codigo."
                   EXIT PARAGRAPH
           END-READ
           IF OPER-BLOQUEADO NOT = "S"
               DISPLAY "Ese operador no esta bloqueado."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO OPER-BLOQUEADO
           MOVE 0   TO OPER-INTENTOS
           REWRITE REG-OPER
               INVALID KEY
                   DISPLAY "ERROR al actualizar OPERADORES.DAT."
               NOT INVALID KEY
                   DISPLAY "Operador desbloqueado."
           END-REWRITE
           .

       EDITAR-PERMISOS-OPERADOR.
           DISPLAY "Codigo del operador: "
           ACCEPT IN-ADM-ID
           MOVE FUNCTION TRIM(IN-ADM-ID) TO OPER-ID
           READ ARCH-OPER KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "No existe un operador con ese codigo."
                   EXIT PARAGRAPH
           END-READ
           IF OPER-ROL = "S"
               DISPLAY "Un supervisor tiene todas las opciones; la "
                       "matriz no aplica."
               EXIT PARAGRAPH
           END-IF

           PERFORM MOSTRAR-PERMISOS-OPERADOR

           DISPLAY "Opciones a CONCEDER (numeros separados por "
                   "coma, blanco = ninguna): "
           ACCEPT IN-ADM-LISTA
           MOVE "S" TO PAUSA-TEXTO
           PERFORM APLICAR-LISTA-PERMISOS

           DISPLAY "Opciones a REVOCAR (numeros separados por "
                   "coma, blanco = ninguna): "
           ACCEPT IN-ADM-LISTA
           MOVE "N" TO PAUSA-TEXTO
           PERFORM APLICAR-LISTA-PERMISOS

           REWRITE REG-OPER
               INVALID KEY
                   DISPLAY "ERROR al actualizar OPERADORES.DAT."
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM MOSTRAR-PERMISOS-OPERADOR
           DISPLAY "Permisos actualizados."
           .

       APLICAR-LISTA-PERMISOS.
           *> Marca con el valor de PAUSA-TEXTO ("S" concede, "N"
           *> revoca) las opciones listadas en IN-ADM-LISTA sobre
           *> OPER-PERMISOS.
           IF FUNCTION TRIM(IN-ADM-LISTA) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ADM-TX FROM 1 BY 1
                   UNTIL WS-ADM-TX > 20
               MOVE SPACES TO WS-ADM-TOK(WS-ADM-TX)
           END-PERFORM
           UNSTRING IN-ADM-LISTA DELIMITED BY ","
                INTO WS-ADM-TOK(1) WS-ADM-TOK(2) WS-ADM-TOK(3)
                     WS-ADM-TOK(4) WS-ADM-TOK(5) WS-ADM-TOK(6)
                     WS-ADM-TOK(7) WS-ADM-TOK(8) WS-ADM-TOK(9)
                     WS-ADM-TOK(10) WS-ADM-TOK(11) WS-ADM-TOK(12)
                     WS-ADM-TOK(13) WS-ADM-TOK(14) WS-ADM-TOK(15)
                     WS-ADM-TOK(16) WS-ADM-TOK(17) WS-ADM-TOK(18)
                     WS-ADM-TOK(19) WS-ADM-TOK(20)
           END-UNSTRING
           PERFORM VARYING WS-ADM-TX FROM 1 BY 1
                   UNTIL WS-ADM-TX > 20
               IF FUNCTION TRIM(WS-ADM-TOK(WS-ADM-TX)) NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-ADM-TOK(WS-ADM-TX))) = 0
                       MOVE FUNCTION NUMVAL(WS-ADM-TOK(WS-ADM-TX))
                           TO WS-ADM-NUMOPC
                       IF WS-ADM-NUMOPC >= 1 AND
                          WS-ADM-NUMOPC <= 50
                           IF PAUSA-TEXTO = "S"
                               MOVE "S" TO
                                   OPER-PERMISOS(WS-ADM-NUMOPC:1)
                           ELSE
                               MOVE " " TO
                                   OPER-PERMISOS(WS-ADM-NUMOPC:1)
                           END-IF
                       ELSE
                           DISPLAY "  Opcion fuera de rango: "
                                   FUNCTION TRIM(
                                       WS-ADM-TOK(WS-ADM-TX))
                       END-IF
                   ELSE
                       DISPLAY "  Valor invalido: "
                               FUNCTION TRIM(WS-ADM-TOK(WS-ADM-TX))
                   END-IF
               END-IF
           END-PERFORM
           .

       MOSTRAR-PERMISOS-OPERADOR.
           MOVE SPACES TO WS-ADM-PERM-LISTA
           MOVE 1 TO WS-ADM-PTR
           PERFORM VARYING WS-ADM-IX FROM 1 BY 1
                   UNTIL WS-ADM-IX > 50
               IF OPER-PERMISOS(WS-ADM-IX:1) = "S"
                   MOVE WS-ADM-IX TO WS-ADM-NUM-ED
                   STRING FUNCTION TRIM(WS-ADM-NUM-ED)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                       INTO WS-ADM-PERM-LISTA
                       WITH POINTER WS-ADM-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-ADM-PERM-LISTA = SPACES
               DISPLAY "Opciones permitidas a "
                       FUNCTION TRIM(OPER-ID) ": (ninguna)"
           ELSE
               DISPLAY "Opciones permitidas a "
                       FUNCTION TRIM(OPER-ID) ": "
                       FUNCTION TRIM(WS-ADM-PERM-LISTA)
           END-IF
           .

       LISTAR-OPERADORES.
           DISPLAY "ID   |NOMBRE                   |ROL|BLOQ|"
                   "CLAVE TEMP"
           DISPLAY "-----------------------------------------------"
           MOVE SPACES TO OPER-ID
           START ARCH-OPER KEY NOT LESS THAN OPER-ID
               INVALID KEY
                   DISPLAY "No hay operadores registrados."
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-OPER NOT = "00"
               READ ARCH-OPER NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       DISPLAY OPER-ID "|" OPER-NOMBRE "|"
                               OPER-ROL "  |" OPER-BLOQUEADO
                               "   |" OPER-CLAVE-TEMP
               END-READ
           END-PERFORM
           .

       REGISTRAR-PRODUCTO.
        MOVE "S" TO WS-OK-PRECIO WS-OK-STOCK WS-OK-STOCK-MIN
                    WS-OK-CATEGORIA WS-OK-COSTO WS-OK-UNIDAD

            DISPLAY "Ingrese el codigo del producto "
           ACCEPT  IN-CODIGO
        MOVE FUNCTION TRIM(IN-CODIGO) TO PRD-CODIGO
             IF LENGTH OF PRD-CODIGO NOT = 5
              DISPLAY "Codigo invalido debe tener 5 caracteres"
               EXIT PARAGRAPH
        MOVE "N" TO WS-OK-PRECIO
        MOVE "N" TO WS-OK-STOCK
        MOVE "N" TO WS-OK-STOCK-MIN
            ELSE
            READ ARCH-PROD KEY IS PRD-CODIGO
            INVALID KEY CONTINUE
            NOT INVALID KEY
                DISPLAY "Ya existe un producto con ese codigo"
                MOVE "N" TO WS-OK-PRECIO
                MOVE "N" TO WS-OK-STOCK
                MOVE "N" TO WS-OK-STOCK-MIN
                 EXIT PARAGRAPH
           END-READ
            MOVE PRD-CODIGO TO KIT-CODIGO
            READ ARCH-KIT KEY IS KIT-CODIGO
            INVALID KEY CONTINUE
            NOT INVALID KEY
                DISPLAY "Ese codigo ya esta usado por un kit"
                 EXIT PARAGRAPH
           END-READ
               END-IF

             DISPLAY "Ingrese el nombre del producto "
             ACCEPT  IN-NOMBRE
             MOVE FUNCTION TRIM(IN-NOMBRE)(1:25) TO PRD-NOMBRE
           IF PRD-NOMBRE = SPACES
             DISPLAY "Nombre invalido no puede estar vacio"
        MOVE "N" TO WS-OK-PRECIO
        MOVE "N" TO WS-OK-STOCK
        MOVE "N" TO WS-OK-STOCK-MIN
             END-IF

            DISPLAY "Ingrese la categoria del producto"
            ACCEPT  IN-CATEGORIA
        MOVE FUNCTION TRIM(IN-CATEGORIA)(1:15) TO PRD-CATEGORIA
             IF PRD-CATEGORIA = SPACES
            DISPLAY "Categoria invalida no puede estar vacia"
        MOVE "N" TO WS-OK-CATEGORIA
            ELSE
            PERFORM VALIDAR-CATEGORIA
             IF WS-CAT-VALIDA NOT = "S"
            DISPLAY "Categoria no registrada; use la opcion 14 para "
                    "registrarla primero."
        MOVE "N" TO WS-OK-CATEGORIA
             END-IF
            END-IF

            DISPLAY "Unidad de medida (UND, KG, L, M; blanco=UND): "
            ACCEPT IN-UNIDAD-TX
            PERFORM VALIDAR-UNIDAD
             IF WS-UNIDAD-OK NOT = "S"
            DISPLAY "Unidad invalida (UND, KG, L o M)."
        MOVE "N" TO WS-OK-UNIDAD
            ELSE
        MOVE WS-UNIDAD-VAL TO PRD-UNIDAD
            END-IF

            DISPLAY "Ingrese el precio del producto "
          ACCEPT IN-PRECIO-TX
            IF FUNCTION TEST-NUMVAL-F(IN-PRECIO-TX) NOT = 0
             DISPLAY "Precio invalido (formato)."
        MOVE "N" TO WS-OK-PRECIO
            ELSE
        MOVE FUNCTION NUMVAL(IN-PRECIO-TX) TO WS-PRECIO-SIGN
             IF WS-PRECIO-SIGN <= 0
            DISPLAY "Precio invalido (debe ser > 0)."
        MOVE "N" TO WS-OK-PRECIO
           END-IF
            END-IF

            DISPLAY "Ingrese el costo unitario (blanco = 0; se "
                    "actualiza al recibir mercancia): "
          ACCEPT IN-COSTO-TX
            IF IN-COSTO-TX = SPACES
        MOVE 0 TO WS-COSTO-SIGN
            ELSE
            IF FUNCTION TEST-NUMVAL-F(IN-COSTO-TX) NOT = 0
             DISPLAY "Costo invalido (formato)."
        MOVE "N" TO WS-OK-COSTO
            ELSE
        MOVE FUNCTION NUMVAL(IN-COSTO-TX) TO WS-COSTO-SIGN
             IF WS-COSTO-SIGN < 0
            DISPLAY "Costo invalido (debe ser >= 0)."
        MOVE "N" TO WS-OK-COSTO
           END-IF
            END-IF
            END-IF

            DISPLAY "Ingrese la cantidad de productos: "
            ACCEPT IN-STOCK-TX
               IF FUNCTION TEST-NUMVAL-F(IN-STOCK-TX) NOT = 0
               DISPLAY "Stock invalido (solo numeros)."
        MOVE "N" TO WS-OK-STOCK
           ELSE
        MOVE FUNCTION NUMVAL(IN-STOCK-TX) TO WS-STOCK-SIGN
             IF WS-STOCK-SIGN < 0
            DISPLAY "Stock invalido (debe ser >= 0)."
            MOVE "N" TO WS-OK-STOCK
            ELSE
            IF PRD-UNIDAD = "UND" AND
               FUNCTION INTEGER(WS-STOCK-SIGN) NOT = WS-STOCK-SIGN
                DISPLAY "El stock debe ser entero para unidad UND."
                MOVE "N" TO WS-OK-STOCK
            END-IF
            END-IF
            END-IF

            DISPLAY "Ingrese el stock minimo para alertas: "
            ACCEPT IN-STOCK-MIN-TX
               IF FUNCTION TEST-NUMVAL-F(IN-STOCK-MIN-TX) NOT = 0
               DISPLAY "Stock minimo invalido (solo numeros)."
        MOVE "N" TO WS-OK-STOCK-MIN
           ELSE
        MOVE FUNCTION NUMVAL(IN-STOCK-MIN-TX) TO WS-STOCK-MIN-SIGN
             IF WS-STOCK-MIN-SIGN < 0
            DISPLAY "Stock minimo invalido (debe ser >= 0)."
            MOVE "N" TO WS-OK-STOCK-MIN
             END-IF
            END-IF

              IF WS-OK-PRECIO = "S" AND WS-OK-STOCK = "S"
                  AND WS-OK-STOCK-MIN = "S" AND WS-OK-CATEGORIA = "S"
                  AND WS-OK-COSTO = "S" AND WS-OK-UNIDAD = "S"
        MOVE WS-PRECIO-SIGN    TO PRD-PRECIO
        MOVE WS-COSTO-SIGN     TO PRD-COSTO
        MOVE WS-STOCK-SIGN     TO PRD-STOCK
        MOVE WS-STOCK-MIN-SIGN TO PRD-STOCK-MINIMO
        *> El stock inicial queda en la sala de ventas
        MOVE WS-STOCK-SIGN     TO PRD-STOCK-SALA
        MOVE 0                 TO PRD-STOCK-BODEGA
        WRITE REG-PROD
            INVALID KEY DISPLAY "Clave duplicada; no se puede registrar"
            NOT INVALID KEY DISPLAY "Producto registrado."
        END-WRITE
         ELSE
        DISPLAY "Registro cancelado por datos invalidos."
        END-IF.

       MODIFICAR-PRODUCTO.
        MOVE "S" TO WS-OK-PRECIO WS-OK-STOCK WS-OK-STOCK-MIN
                    WS-OK-CATEGORIA

            DISPLAY "Ingrese el codigo del producto a modificar "
            ACCEPT  IN-CODIGO
        MOVE FUNCTION TRIM(IN-CODIGO) TO PRD-CODIGO

            READ ARCH-PROD KEY IS PRD-CODIGO
            INVALID KEY
            DISPLAY "No existe un producto con ese codigo."
            EXIT PARAGRAPH
            END-READ

        MOVE PRD-NOMBRE       TO WS-NOMBRE-OLD
        MOVE PRD-CATEGORIA    TO WS-CATEGORIA-OLD
        MOVE PRD-PRECIO       TO WS-PRECIO-OLD
        MOVE PRD-STOCK        TO WS-STOCK-OLD

        MOVE PRD-PRECIO       TO WS-PRECIO-ED
        MOVE PRD-COSTO        TO WS-COSTO-ED
        MOVE PRD-STOCK        TO WS-STOCK-ED
        MOVE PRD-STOCK-MINIMO TO WS-STOCK-MIN-ED
             DISPLAY "Actual:"
            DISPLAY "  Nombre:      " FUNCTION TRIM(PRD-NOMBRE)
             DISPLAY "  Categoria:   " FUNCTION TRIM(PRD-CATEGORIA)
            DISPLAY "  Precio:      " FUNCTION TRIM(WS-PRECIO-ED)
            DISPLAY "  Costo:       " FUNCTION TRIM(WS-COSTO-ED)
            DISPLAY "  Stock:       " FUNCTION TRIM(WS-STOCK-ED)
        PERFORM NORMALIZAR-STOCK-UBIC
        MOVE PRD-STOCK-SALA   TO WS-STOCK-SALA-ED
        MOVE PRD-STOCK-BODEGA TO WS-STOCK-BOD-ED
            DISPLAY "    en sala:   " FUNCTION TRIM(WS-STOCK-SALA-ED)
            DISPLAY "    en bodega: " FUNCTION TRIM(WS-STOCK-BOD-ED)
            DISPLAY "  Stock minimo:" FUNCTION TRIM(WS-STOCK-MIN-ED)
            DISPLAY "  Unidad:      " FUNCTION TRIM(PRD-UNIDAD)
            DISPLAY "Deje en blanco para mantener el valor actual."

             DISPLAY "Nuevo nombre del producto "
            ACCEPT  IN-NOMBRE
             IF IN-NOMBRE NOT = SPACES
        MOVE FUNCTION TRIM(IN-NOMBRE)(1:25) TO PRD-NOMBRE
           END-IF

            DISPLAY "Nueva categoria del producto "
             ACCEPT  IN-CATEGORIA
            IF IN-CATEGORIA NOT = SPACES
        MOVE FUNCTION TRIM(IN-CATEGORIA)(1:15) TO PRD-CATEGORIA
            PERFORM VALIDAR-CATEGORIA
             IF WS-CAT-VALIDA NOT = "S"
            DISPLAY "Categoria no registrada; use la opcion 14 para "
                    "registrarla primero. Categoria no cambia."
            MOVE WS-CATEGORIA-OLD TO PRD-CATEGORIA
            MOVE "N" TO WS-OK-CATEGORIA
             END-IF
           END-IF

            DISPLAY "Nuevo precio del producto "
                ACCEPT  IN-PRECIO-TX
             IF IN-PRECIO-TX NOT = SPACES
             IF FUNCTION TEST-NUMVAL-F(IN-PRECIO-TX) NOT = 0
            DISPLAY "Precio invalido (formato)."
            MOVE "N" TO WS-OK-PRECIO
             ELSE
            MOVE FUNCTION NUMVAL(IN-PRECIO-TX) TO WS-PRECIO-SIGN
            IF WS-PRECIO-SIGN > 0
                MOVE WS-PRECIO-SIGN TO PRD-PRECIO
            ELSE
                DISPLAY "Precio debe ser > 0. Actual no cambia."
                MOVE "N" TO WS-OK-PRECIO
              END-IF
             END-IF
           END-IF

            DISPLAY "El stock no se modifica aqui; use la opcion "
                    "de recibir mercancia para aumentarlo."

            DISPLAY "Nuevo stock minimo del producto "
             ACCEPT  IN-STOCK-MIN-TX
             IF IN-STOCK-MIN-TX NOT = SPACES
              IF FUNCTION TEST-NUMVAL-F(IN-STOCK-MIN-TX) NOT = 0
            DISPLAY "Stock minimo invalido (formato)."
         MOVE "N" TO WS-OK-STOCK-MIN
              ELSE
            MOVE FUNCTION NUMVAL(IN-STOCK-MIN-TX) TO WS-STOCK-MIN-SIGN
            IF WS-STOCK-MIN-SIGN < 0
                DISPLAY "Stock minimo debe ser >= 0. Actual no cambia."
                MOVE "N" TO WS-OK-STOCK-MIN
            ELSE
                MOVE WS-STOCK-MIN-SIGN TO PRD-STOCK-MINIMO
            END-IF
        END-IF
       END-IF

            DISPLAY "Nueva unidad de medida (UND, KG, L, M; "
                    "blanco mantiene la actual): "
             ACCEPT IN-UNIDAD-TX
             IF FUNCTION TRIM(IN-UNIDAD-TX) NOT = SPACES
            PERFORM VALIDAR-UNIDAD
             IF WS-UNIDAD-OK = "S"
            MOVE WS-UNIDAD-VAL TO PRD-UNIDAD
             ELSE
            DISPLAY "Unidad invalida (UND, KG, L o M). No cambia."
             END-IF
       END-IF

          IF WS-OK-PRECIO = "S" AND WS-OK-STOCK = "S"
              AND WS-OK-STOCK-MIN = "S" AND WS-OK-CATEGORIA = "S"
        REWRITE REG-PROD
            INVALID KEY
             DISPLAY "ERROR: no se pudo guardar los cambios (REWRITE)."
            NOT INVALID KEY
                DISPLAY "Producto actualizado correctamente."
                PERFORM REGISTRAR-AUDITORIA
        END-REWRITE
       ELSE
        DISPLAY "Actualizacion cancelada por datos invalidos."
           END-IF.

       VALIDAR-CATEGORIA.
           MOVE "N" TO WS-CAT-VALIDA
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRD-CATEGORIA))
               TO IN-CAT-DESCRIPCION
           MOVE SPACES TO CAT-CODIGO
           START ARCH-CAT KEY NOT LESS THAN CAT-CODIGO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL FS-CAT NOT = "00"
               READ ARCH-CAT NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM
                          (CAT-DESCRIPCION)) = IN-CAT-DESCRIPCION
                           MOVE "S" TO WS-CAT-VALIDA
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           .

       VALIDAR-UNIDAD.
           *> Normaliza IN-UNIDAD-TX y deja la unidad valida en
           *> WS-UNIDAD-VAL; blanco equivale a UND, el resto solo
           *> acepta las unidades soportadas.
           MOVE "S" TO WS-UNIDAD-OK
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-UNIDAD-TX))
               TO IN-UNIDAD-TX
           EVALUATE IN-UNIDAD-TX
           WHEN SPACES
               MOVE "UND" TO WS-UNIDAD-VAL
           WHEN "UND"
               MOVE "UND" TO WS-UNIDAD-VAL
           WHEN "KG"
               MOVE "KG " TO WS-UNIDAD-VAL
           WHEN "L"
               MOVE "L  " TO WS-UNIDAD-VAL
           WHEN "M"
               MOVE "M  " TO WS-UNIDAD-VAL
           WHEN OTHER
               MOVE "N" TO WS-UNIDAD-OK
           END-EVALUATE
           .

       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-PRECIO-OLD TO WS-PRECIO-OLD-ED
           MOVE PRD-PRECIO    TO WS-PRECIO-NEW-ED
           MOVE WS-STOCK-OLD  TO WS-STOCK-OLD-ED
           MOVE PRD-STOCK     TO WS-STOCK-NEW-ED

           MOVE SPACES TO REG-AUDIT-LINE
            STRING
             FUNCTION TRIM(PRD-CODIGO)        DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-NOMBRE-OLD)     DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(PRD-NOMBRE)        DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-CATEGORIA-OLD)  DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(PRD-CATEGORIA)     DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-PRECIO-OLD-ED)  DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-PRECIO-NEW-ED)  DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-STOCK-OLD-ED)   DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-STOCK-NEW-ED)   DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             WS-TIMESTAMP                     DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-OPER-ACTUAL)    DELIMITED BY SIZE
             INTO REG-AUDIT-LINE
         END-STRING

         WRITE REG-AUDIT-LINE
           IF FS-AUDIT NOT = "00"
         DISPLAY "ERROR al escribir en AUDIT.DAT. FS=" FS-AUDIT
          END-IF
           .

       CARGA-MASIVA-PRODUCTOS.
           DISPLAY "----- Carga masiva de productos -----".
           DISPLAY "Leyendo CARGA_PRODUCTOS.TXT (CODIGO|NOMBRE|"
                   "CATEGORIA|PRECIO|STOCK|STOCK_MINIMO|COSTO|"
                   "UNIDAD)".

           OPEN INPUT ARCH-CARGA
           IF FS-CARGA NOT = "00"
               DISPLAY "ERROR: No se pudo abrir CARGA_PRODUCTOS.TXT."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CONT-CARGA-OK WS-CONT-CARGA-ERR

           PERFORM UNTIL FS-CARGA NOT = "00"
               READ ARCH-CARGA NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CARGAR-LINEA-PRODUCTO
               END-READ
           END-PERFORM

           CLOSE ARCH-CARGA

           MOVE WS-CONT-CARGA-OK  TO WS-CONT-CARGA-OK-ED
           MOVE WS-CONT-CARGA-ERR TO WS-CONT-CARGA-ERR-ED
           DISPLAY "Productos cargados: "
                   FUNCTION TRIM(WS-CONT-CARGA-OK-ED)
           DISPLAY "Lineas con error:   "
                   FUNCTION TRIM(WS-CONT-CARGA-ERR-ED)
           .

       CARGAR-LINEA-PRODUCTO.
           *> El costo es el septimo campo y es opcional para que
           *> los archivos de carga viejos sigan siendo validos.
           MOVE SPACES TO C-COSTO-TX C-UNIDAD-TX
           UNSTRING REG-CARGA-LINE DELIMITED BY "|"
                INTO C-CODIGO C-NOMBRE C-CATEGORIA C-PRECIO-TX
                     C-STOCK-TX C-STOCK-MIN-TX C-COSTO-TX
                     C-UNIDAD-TX
           END-UNSTRING

           MOVE "S" TO WS-OK-PRECIO WS-OK-STOCK WS-OK-STOCK-MIN
                       WS-OK-COSTO WS-OK-UNIDAD

           *> La unidad es el octavo campo y es opcional; los
           *> archivos de carga viejos quedan en UND.
           MOVE C-UNIDAD-TX TO IN-UNIDAD-TX
           PERFORM VALIDAR-UNIDAD
           IF WS-UNIDAD-OK = "S"
               MOVE WS-UNIDAD-VAL TO PRD-UNIDAD
           ELSE
               MOVE "N" TO WS-OK-UNIDAD
           END-IF

           MOVE FUNCTION TRIM(C-CODIGO) TO PRD-CODIGO
           IF PRD-CODIGO = SPACES
               ADD 1 TO WS-CONT-CARGA-ERR
               DISPLAY "  Linea invalida (codigo vacio)."
               EXIT PARAGRAPH
           END-IF

           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CARGA-ERR
                   DISPLAY "  Producto " FUNCTION TRIM(PRD-CODIGO)
                           " ya existe; linea omitida."
                   EXIT PARAGRAPH
           END-READ

           MOVE FUNCTION TRIM(C-NOMBRE)(1:25)    TO PRD-NOMBRE
           MOVE FUNCTION TRIM(C-CATEGORIA)(1:15) TO PRD-CATEGORIA

           MOVE "S" TO WS-OK-CATEGORIA
           IF PRD-CATEGORIA = SPACES
               MOVE "N" TO WS-OK-CATEGORIA
           ELSE
               PERFORM VALIDAR-CATEGORIA
               IF WS-CAT-VALIDA NOT = "S"
                   MOVE "N" TO WS-OK-CATEGORIA
               END-IF
           END-IF

           IF FUNCTION TEST-NUMVAL-F(C-PRECIO-TX) NOT = 0
               MOVE "N" TO WS-OK-PRECIO
           ELSE
               MOVE FUNCTION NUMVAL(C-PRECIO-TX) TO WS-PRECIO-SIGN
               IF WS-PRECIO-SIGN > 0
                   MOVE WS-PRECIO-SIGN TO PRD-PRECIO
               ELSE
                   MOVE "N" TO WS-OK-PRECIO
               END-IF
           END-IF

           IF C-COSTO-TX = SPACES
               MOVE 0 TO PRD-COSTO
           ELSE
               IF FUNCTION TEST-NUMVAL-F(C-COSTO-TX) NOT = 0
                   MOVE "N" TO WS-OK-COSTO
               ELSE
                   MOVE FUNCTION NUMVAL(C-COSTO-TX) TO WS-COSTO-SIGN
                   IF WS-COSTO-SIGN < 0
                       MOVE "N" TO WS-OK-COSTO
                   ELSE
                       MOVE WS-COSTO-SIGN TO PRD-COSTO
                   END-IF
               END-IF
           END-IF

           IF FUNCTION TEST-NUMVAL-F(C-STOCK-TX) NOT = 0
               MOVE "N" TO WS-OK-STOCK
           ELSE
               MOVE FUNCTION NUMVAL(C-STOCK-TX) TO WS-STOCK-SIGN
               IF WS-STOCK-SIGN < 0 OR
                  (PRD-UNIDAD = "UND" AND
                   FUNCTION INTEGER(WS-STOCK-SIGN)
                       NOT = WS-STOCK-SIGN)
                   MOVE "N" TO WS-OK-STOCK
               ELSE
                   MOVE WS-STOCK-SIGN TO PRD-STOCK
                   *> El stock inicial queda en la sala de ventas
                   MOVE WS-STOCK-SIGN TO PRD-STOCK-SALA
                   MOVE 0             TO PRD-STOCK-BODEGA
               END-IF
           END-IF

           IF FUNCTION TEST-NUMVAL-F(C-STOCK-MIN-TX) NOT = 0
               MOVE "N" TO WS-OK-STOCK-MIN
           ELSE
               MOVE FUNCTION NUMVAL(C-STOCK-MIN-TX)
                   TO WS-STOCK-MIN-SIGN
               IF WS-STOCK-MIN-SIGN < 0
                   MOVE "N" TO WS-OK-STOCK-MIN
               ELSE
                   MOVE WS-STOCK-MIN-SIGN TO PRD-STOCK-MINIMO
               END-IF
           END-IF

           IF WS-OK-PRECIO NOT = "S" OR WS-OK-STOCK NOT = "S"
              OR WS-OK-STOCK-MIN NOT = "S" OR WS-OK-CATEGORIA NOT = "S"
              OR WS-OK-COSTO NOT = "S" OR WS-OK-UNIDAD NOT = "S"
               ADD 1 TO WS-CONT-CARGA-ERR
               DISPLAY "  Linea invalida para producto "
                       FUNCTION TRIM(PRD-CODIGO) "."
               EXIT PARAGRAPH
           END-IF

           WRITE REG-PROD
               INVALID KEY
                   ADD 1 TO WS-CONT-CARGA-ERR
                   DISPLAY "  ERROR al grabar producto "
                           FUNCTION TRIM(PRD-CODIGO)
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CARGA-OK
           END-WRITE
           .

       REGISTRAR-VENTA.
            DISPLAY "----- Registrar venta (ticket) -----".

          *> Sin caja abierta no hay donde cobrar el ticket
          IF WS-CAJA-ABIERTA NOT = "S"
              DISPLAY "ERROR: No hay una caja abierta; use la "
                      "opcion de abrir caja antes de vender."
              EXIT PARAGRAPH
          END-IF

           *> --- Fecha AAAAMMDD (sin bisiestos), una vez por ticket ---
         DISPLAY "Fecha de la venta (AAAAMMDD): "
          ACCEPT IN-FECHA-VEN
          MOVE FUNCTION TRIM(IN-FECHA-VEN) TO WS-FECHA-TRIM
          PERFORM VALIDAR-FECHA-MOVIMIENTO
          IF WS-VALIDO NOT = "S"
              EXIT PARAGRAPH
          END-IF

          *> --- Cliente del ticket (blanco = venta de mostrador) ---
          DISPLAY "Codigo de cliente (blanco = sin cliente): "
          ACCEPT IN-CLIENTE-VEN
          MOVE SPACES TO WS-CLIENTE-TICKET
          IF FUNCTION TRIM(IN-CLIENTE-VEN) NOT = SPACES
              MOVE FUNCTION TRIM(IN-CLIENTE-VEN) TO CLI-CODIGO
              READ ARCH-CLI KEY IS CLI-CODIGO
                  INVALID KEY
                      DISPLAY "ERROR: Ese cliente no esta registrado;"
                              " use la opcion 17 para registrarlo."
                      EXIT PARAGRAPH
                  NOT INVALID KEY
                      MOVE CLI-CODIGO TO WS-CLIENTE-TICKET
                      DISPLAY "Cliente: "
                              FUNCTION TRIM(CLI-NOMBRE)
              END-READ
          END-IF

          *> --- Condicion de pago: C contado, F fiado (credito) ---
          MOVE "C" TO WS-CONDICION-TICKET
          DISPLAY "Condicion (C=contado, F=fiado): "
          ACCEPT IN-CONDICION-VEN
          MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-CONDICION-VEN))
              TO IN-CONDICION-VEN
          EVALUATE IN-CONDICION-VEN
          WHEN "F"
              IF WS-CLIENTE-TICKET = SPACES
                  DISPLAY "ERROR: Una venta fiada requiere un "
                          "cliente registrado."
                  EXIT PARAGRAPH
              END-IF
              IF CLI-LIMITE-CRED = 0
                  DISPLAY "ERROR: El cliente no tiene credito "
                          "autorizado (limite 0)."
                  EXIT PARAGRAPH
              END-IF
              PERFORM CALCULAR-SALDO-CLIENTE
              IF WS-CXC-SALDO-CLI >= CLI-LIMITE-CRED
                  MOVE WS-CXC-SALDO-CLI TO WS-CXC-SALDO-ED
                  MOVE CLI-LIMITE-CRED  TO WS-CLI-LIMITE-ED
                  DISPLAY "ERROR: El cliente ya alcanzo su limite "
                          "de credito. Saldo: "
                          FUNCTION TRIM(WS-CXC-SALDO-ED)
                          " Limite: "
                          FUNCTION TRIM(WS-CLI-LIMITE-ED)
                  EXIT PARAGRAPH
              END-IF
              MOVE "F" TO WS-CONDICION-TICKET
          WHEN "C"
          WHEN SPACES
              MOVE "C" TO WS-CONDICION-TICKET
          WHEN OTHER
              DISPLAY "ERROR: Condicion invalida (C o F)."
              EXIT PARAGRAPH
          END-EVALUATE

          *> Numero de factura: consecutivo segun lo ya grabado. Se
          *> reserva aqui pero el encabezado no se graba en ventas.txt
          *> (ni el consecutivo se persiste en FACTURA_SEQ.DAT) hasta
          *> que se confirme el primer producto del ticket, para que
          *> un ticket abandonado sin productos no deje una factura
          *> vacia ni queme un numero de factura.
          PERFORM CONTAR-FACTURAS
          ADD 1 TO WS-NUM-FACTURA
          MOVE WS-NUM-FACTURA TO WS-FACTURA-TX
          MOVE "N" TO WS-FACTURA-HEADER

          MOVE 0   TO WS-ITEMS-FACTURA
          MOVE 0   TO WS-TICKET-TOTAL
          MOVE "S" TO WS-SIGUE-VENTA
          PERFORM REGISTRAR-VENTA-ITEM
              UNTIL WS-SIGUE-VENTA NOT = "S"

          IF WS-ITEMS-FACTURA = 0
              DISPLAY "Ticket sin productos; no se registro "
                      "ninguna factura."
          ELSE
              IF WS-CONDICION-TICKET = "C"
                  PERFORM COBRAR-TICKET
              ELSE
                  MOVE WS-TICKET-TOTAL TO WS-CAJA-MONTO-ED
                  DISPLAY "Ticket fiado por "
                          FUNCTION TRIM(WS-CAJA-MONTO-ED)
                          "; queda en la cuenta del cliente."
              END-IF
              MOVE WS-FACTURA-TX TO WS-FDOC-FACTURA
              PERFORM GENERAR-DOCUMENTO-FACTURA
              PERFORM GENERAR-FE-FACTURA
              DISPLAY "Venta registrada. Factura No. "
                      FUNCTION TRIM(WS-FACTURA-TX) " con "
                      WS-ITEMS-FACTURA " producto(s)."
          END-IF
        .

       COBRAR-TICKET.
           *> Los precios ya incluyen el IVA; el ticket lo desglosa
           COMPUTE WS-FDOC-SUBTOTAL ROUNDED = WS-TICKET-TOTAL
               * 100 / (100 + WS-IVA-TASA)
           COMPUTE WS-FDOC-IVA = WS-TICKET-TOTAL - WS-FDOC-SUBTOTAL
           MOVE WS-FDOC-SUBTOTAL TO WS-CAJA-MONTO-ED
           DISPLAY "Subtotal sin IVA: "
                   FUNCTION TRIM(WS-CAJA-MONTO-ED)
           MOVE WS-FDOC-IVA TO WS-CAJA-MONTO-ED
           DISPLAY "IVA 13% incluido: "
                   FUNCTION TRIM(WS-CAJA-MONTO-ED)
           MOVE WS-TICKET-TOTAL TO WS-CAJA-MONTO-ED
           DISPLAY "Total a cobrar: "
                   FUNCTION TRIM(WS-CAJA-MONTO-ED)

           *> Con cliente se puede pagar con sus puntos de
           *> fidelidad, siempre que alcancen para todo el ticket.
           PERFORM LEER-PARAM-PUNTOS
           MOVE 0 TO WS-PTS-SALDO WS-PTS-NECESARIOS
           IF WS-CLIENTE-TICKET NOT = SPACES
               MOVE WS-CLIENTE-TICKET TO WS-PTS-CLIENTE
               PERFORM CALCULAR-PUNTOS-CLIENTE
               COMPUTE WS-PTS-NECESARIOS =
                   FUNCTION INTEGER(WS-TICKET-TOTAL / WS-PTS-VALOR)
               IF WS-PTS-NECESARIOS * WS-PTS-VALOR < WS-TICKET-TOTAL
                   ADD 1 TO WS-PTS-NECESARIOS
               END-IF
               MOVE WS-PTS-SALDO      TO WS-PTS-ED
               MOVE WS-PTS-NECESARIOS TO WS-PTS-ED2
               DISPLAY "Puntos del cliente: "
                       FUNCTION TRIM(WS-PTS-ED)
                       " (el ticket requiere "
                       FUNCTION TRIM(WS-PTS-ED2) ")"
           END-IF

           MOVE SPACES TO IN-METODO-PAGO
           PERFORM UNTIL IN-METODO-PAGO = "E" OR
                         IN-METODO-PAGO = "T" OR
                         IN-METODO-PAGO = "P"
               IF WS-CLIENTE-TICKET NOT = SPACES
                   DISPLAY "Forma de pago (E=efectivo, T=tarjeta, "
                           "P=puntos): "
               ELSE
                   DISPLAY "Forma de pago (E=efectivo, T=tarjeta): "
               END-IF
               ACCEPT IN-METODO-PAGO
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(IN-METODO-PAGO))
                   TO IN-METODO-PAGO
               IF IN-METODO-PAGO = "P"
                   IF WS-CLIENTE-TICKET = SPACES
                       DISPLAY "Solo un cliente registrado puede "
                               "pagar con puntos."
                       MOVE SPACES TO IN-METODO-PAGO
                   ELSE
                       IF WS-PTS-SALDO < WS-PTS-NECESARIOS
                           DISPLAY "Los puntos del cliente no "
                                   "alcanzan para el ticket."
                           MOVE SPACES TO IN-METODO-PAGO
                       END-IF
                   END-IF
               ELSE
                   IF IN-METODO-PAGO NOT = "E" AND
                      IN-METODO-PAGO NOT = "T"
                       DISPLAY "Forma de pago invalida."
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE IN-METODO-PAGO
           WHEN "P"
               MOVE WS-TICKET-TOTAL TO WS-PAGO-RECIBIDO
               MOVE 0 TO WS-PAGO-CAMBIO
               ADD WS-TICKET-TOTAL TO WS-CAJA-PUNTOS
           WHEN "E"
               MOVE "N" TO WS-PAGO-OK
               PERFORM UNTIL WS-PAGO-OK = "S"
                   DISPLAY "Monto recibido: "
                   ACCEPT IN-PAGO-TX
                   IF FUNCTION TEST-NUMVAL-F(IN-PAGO-TX) NOT = 0
                       DISPLAY "Monto invalido."
                   ELSE
                       MOVE FUNCTION NUMVAL(IN-PAGO-TX)
                           TO WS-PAGO-RECIBIDO
                       IF WS-PAGO-RECIBIDO < WS-TICKET-TOTAL
                           DISPLAY "El monto recibido no alcanza."
                       ELSE
                           MOVE "S" TO WS-PAGO-OK
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-PAGO-CAMBIO = WS-PAGO-RECIBIDO
                   - WS-TICKET-TOTAL
               ADD WS-TICKET-TOTAL TO WS-CAJA-EFECTIVO
               MOVE WS-PAGO-CAMBIO TO WS-CAJA-MONTO-ED
               DISPLAY "Cambio: " FUNCTION TRIM(WS-CAJA-MONTO-ED)
           WHEN OTHER
               MOVE WS-TICKET-TOTAL TO WS-PAGO-RECIBIDO
               MOVE 0 TO WS-PAGO-CAMBIO
               ADD WS-TICKET-TOTAL TO WS-CAJA-TARJETA
           END-EVALUATE

           MOVE WS-TICKET-TOTAL  TO WS-CAJA-MONTO-ED
           MOVE WS-PAGO-RECIBIDO TO WS-CAJA-MONTO2-ED
           MOVE WS-PAGO-CAMBIO   TO WS-CAJA-MONTO3-ED
           MOVE SPACES TO REG-VENTA-LINE
            STRING
             "P"                               DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             WS-FACTURA-TX                     DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             IN-METODO-PAGO                    DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             FUNCTION TRIM(WS-CAJA-MONTO-ED)   DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             FUNCTION TRIM(WS-CAJA-MONTO2-ED)  DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             FUNCTION TRIM(WS-CAJA-MONTO3-ED)  DELIMITED BY SIZE
             INTO REG-VENTA-LINE
          END-STRING

          WRITE REG-VENTA-LINE
            IF FS-VEN NOT = "00"
          DISPLAY "ERROR al escribir en ventas.txt. FS=" FS-VEN
         ELSE
           PERFORM INDEXAR-LINEA-VENTA
           PERFORM REGISTRAR-PUNTOS-TICKET
         END-IF
           .

       REGISTRAR-PUNTOS-TICKET.
           *> Ticket cobrado (WS-FACTURA-TX) de un cliente: si pago
           *> con puntos se descuentan; si no, gana puntos sobre la
           *> venta sin IVA.
           IF WS-CLIENTE-TICKET = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLIENTE-TICKET TO WS-PTS-CLIENTE
           MOVE WS-FACTURA-TX     TO WS-PTS-REF
           IF IN-METODO-PAGO = "P"
               MOVE "C"               TO WS-PTS-TIPO
               MOVE WS-PTS-NECESARIOS TO WS-PTS-PUNTOS
               MOVE WS-TICKET-TOTAL   TO WS-PTS-MONTO
               PERFORM GRABAR-LINEA-PUNTOS
               SUBTRACT WS-PTS-NECESARIOS FROM WS-PTS-SALDO
               MOVE WS-PTS-NECESARIOS TO WS-PTS-ED
               MOVE WS-PTS-SALDO      TO WS-PTS-ED2
               DISPLAY "Puntos canjeados: " FUNCTION TRIM(WS-PTS-ED)
                       ". Saldo de puntos: " FUNCTION TRIM(WS-PTS-ED2)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PTS-PUNTOS =
               FUNCTION INTEGER(WS-FDOC-SUBTOTAL * WS-PTS-TASA / 100)
           IF WS-PTS-PUNTOS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "G"              TO WS-PTS-TIPO
           MOVE WS-FDOC-SUBTOTAL TO WS-PTS-MONTO
           PERFORM GRABAR-LINEA-PUNTOS
           ADD WS-PTS-PUNTOS TO WS-PTS-SALDO
           MOVE WS-PTS-PUNTOS TO WS-PTS-ED
           MOVE WS-PTS-SALDO  TO WS-PTS-ED2
           DISPLAY "Puntos ganados: " FUNCTION TRIM(WS-PTS-ED)
                   ". Saldo de puntos: " FUNCTION TRIM(WS-PTS-ED2)
           .

       REGISTRAR-VENTA-ITEM.
         DISPLAY "Codigo de producto a vender (blanco termina ticket): "
           ACCEPT IN-CODIGO-VEN

           IF FUNCTION TRIM(IN-CODIGO-VEN) = SPACES
               MOVE "N" TO WS-SIGUE-VENTA
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(IN-CODIGO-VEN) TO WS-COD-ENTRADA
           PERFORM RESOLVER-CODIGO-PRODUCTO
           IF WS-COD-RESUELTO NOT = "S"
               *> No es un producto: puede ser un kit, que se
               *> factura en una linea y descarga sus componentes.
               IF WS-COD-ENTRADA(6:8) = SPACES
                   MOVE WS-COD-ENTRADA(1:5) TO KIT-CODIGO
                   READ ARCH-KIT KEY IS KIT-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM REGISTRAR-VENTA-KIT
                           EXIT PARAGRAPH
                   END-READ
               END-IF
               DISPLAY "ERROR: Ese codigo de producto no existe."
               EXIT PARAGRAPH
           END-IF

         DISPLAY "Ingrese cantidad vendida en "
                 FUNCTION TRIM(PRD-UNIDAD) " (> 0): "
           ACCEPT IN-CANTIDAD-TX

           IF FUNCTION TEST-NUMVAL-F(IN-CANTIDAD-TX) NOT = 0
        DISPLAY "ERROR: Cantidad invalida."
        EXIT PARAGRAPH
            END-IF
        MOVE FUNCTION NUMVAL(IN-CANTIDAD-TX) TO WS-CANT-SIGN
         IF WS-CANT-SIGN <= 0
        DISPLAY "ERROR: La cantidad debe ser mayor que cero."
        EXIT PARAGRAPH
          END-IF
         IF (PRD-UNIDAD = "UND" OR PRD-UNIDAD = SPACES) AND
       FUNCTION INTEGER(WS-CANT-SIGN) NOT = WS-CANT-SIGN
        DISPLAY "ERROR: Ese producto se vende por unidades enteras."
        EXIT PARAGRAPH
          END-IF

          PERFORM NORMALIZAR-STOCK-UBIC
          PERFORM CALCULAR-SALA-LIBRE
          IF WS-CANT-SIGN > WS-APA-DISPONIBLE
        MOVE WS-APA-DISPONIBLE TO WS-STOCK-SALA-ED
        MOVE PRD-STOCK-BODEGA  TO WS-STOCK-BOD-ED
        DISPLAY "ERROR: No hay suficiente stock en sala. Disponible "
                "en sala: " FUNCTION TRIM(WS-STOCK-SALA-ED)
                " (en bodega: " FUNCTION TRIM(WS-STOCK-BOD-ED)
                "; use el traslado para pasarlo a sala)."
        IF WS-APA-RESERVADO > 0
            MOVE WS-APA-RESERVADO TO V-CANT-ED
            DISPLAY "Hay " FUNCTION TRIM(V-CANT-ED)
                    " apartado(s) para clientes."
        END-IF
        EXIT PARAGRAPH
          END-IF

          *> Primer producto confirmado del ticket: recien aqui se
          *> graba el encabezado y se persiste el consecutivo.
          IF WS-FACTURA-HEADER NOT = "S"
              PERFORM GRABAR-ENCABEZADO-VENTA
              IF WS-FACTURA-HEADER NOT = "S"
                  EXIT PARAGRAPH
              END-IF
          END-IF

       *> El precio de la linea es el vigente a la fecha de la
       *> venta (precios programados y promociones), no el crudo
       *> del maestro.
          MOVE WS-FECHA-TRIM TO WS-PRECIO-FECHA
          PERFORM RESOLVER-PRECIO-VIGENTE
          IF WS-DESC-PCT > 0
              MOVE WS-DESC-PCT TO WS-DESC-PCT-ED
              MOVE WS-PRECIO-VIG TO WS-PRECIO-ED
              DISPLAY "  Promocion aplicada: precio "
                      FUNCTION TRIM(WS-PRECIO-ED) " (descuento "
                      FUNCTION TRIM(WS-DESC-PCT-ED) " %)"
          END-IF

       *> Construir linea de detalle:
       *>   D|FACTURA|CODIGO|CANTIDAD|PRECIO[|DESCUENTO]
          MOVE SPACES TO REG-VENTA-LINE
           MOVE WS-PRECIO-VIG TO WS-PRECIO-ED
          IF WS-DESC-PCT > 0
              MOVE WS-DESC-PCT TO WS-DESC-PCT-ED
           STRING
            "D"                            DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            WS-FACTURA-TX                   DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            PRD-CODIGO                     DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            FUNCTION TRIM(IN-CANTIDAD-TX)  DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            FUNCTION TRIM(WS-PRECIO-ED)    DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            FUNCTION TRIM(WS-DESC-PCT-ED)  DELIMITED BY SIZE
            INTO REG-VENTA-LINE
        END-STRING
          ELSE
           STRING
            "D"                            DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            WS-FACTURA-TX                   DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            PRD-CODIGO                     DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            FUNCTION TRIM(IN-CANTIDAD-TX)  DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            FUNCTION TRIM(WS-PRECIO-ED)    DELIMITED BY SIZE
            INTO REG-VENTA-LINE
        END-STRING
          END-IF

        WRITE REG-VENTA-LINE
          IF FS-VEN NOT = "00"
        DISPLAY "ERROR al escribir en ventas.txt. FS=" FS-VEN
        EXIT PARAGRAPH
       END-IF
          PERFORM INDEXAR-LINEA-VENTA

         *> Solo si la linea se escribio bien, actualizar stock
         *> (la venta sale de la sala)
          SUBTRACT WS-CANT-SIGN FROM PRD-STOCK
          SUBTRACT WS-CANT-SIGN FROM PRD-STOCK-SALA
           REWRITE REG-PROD
        INVALID KEY
       DISPLAY "ERROR: linea guardada pero no se pudo actualizar stock."
            ADD WS-CANT-SIGN TO PRD-STOCK
            ADD WS-CANT-SIGN TO PRD-STOCK-SALA
            EXIT PARAGRAPH
         END-REWRITE

          COMPUTE WS-TICKET-TOTAL = WS-TICKET-TOTAL
              + WS-PRECIO-VIG * WS-CANT-SIGN

          MOVE "S" TO WS-MOV-UBIC
          MOVE "V" TO WS-MOV-TIPO
          COMPUTE WS-MOV-CANT = 0 - WS-CANT-SIGN
          MOVE WS-FACTURA-TX TO WS-MOV-REF
          MOVE WS-FECHA-TRIM TO WS-MOV-FECHA
          PERFORM GRABAR-MOVIMIENTO

          MOVE WS-CANT-SIGN TO WS-LOT-DESCARGA
          PERFORM DESCARGAR-LOTES-FEFO

          MOVE PRD-CODIGO    TO WS-RES-COD
          MOVE WS-FECHA-TRIM TO WS-RES-FECHA
          MOVE WS-CANT-SIGN  TO WS-RES-UND
          MOVE 0             TO WS-RES-DEV WS-RES-DEVM
          COMPUTE WS-RES-ING = WS-PRECIO-VIG * WS-CANT-SIGN
          COMPUTE WS-RES-CGS = PRD-COSTO * WS-CANT-SIGN
          PERFORM ACTUALIZAR-RESUMEN-VENTA

          ADD 1 TO WS-ITEMS-FACTURA
             DISPLAY "  Agregado: " PRD-CODIGO "|"
            FUNCTION TRIM(IN-CANTIDAD-TX)
        .

       GRABAR-ENCABEZADO-VENTA.
           *> Encabezado H del ticket en curso; WS-FACTURA-HEADER
           *> queda en "S" solo si la linea se grabo.
           PERFORM GRABAR-ULTIMA-FACTURA
           MOVE SPACES TO REG-VENTA-LINE
           STRING
            "H"                 DELIMITED BY SIZE
            "|"                 DELIMITED BY SIZE
            WS-FACTURA-TX       DELIMITED BY SIZE
            "|"                 DELIMITED BY SIZE
            WS-FECHA-TRIM       DELIMITED BY SIZE
            "|"                 DELIMITED BY SIZE
            WS-CLIENTE-TICKET   DELIMITED BY SIZE
            "|"                 DELIMITED BY SIZE
            WS-CONDICION-TICKET DELIMITED BY SIZE
            "|"                 DELIMITED BY SIZE
            FUNCTION TRIM(WS-OPER-ACTUAL) DELIMITED BY SIZE
            INTO REG-VENTA-LINE
           END-STRING

           WRITE REG-VENTA-LINE
           IF FS-VEN NOT = "00"
               DISPLAY "ERROR al escribir en ventas.txt. FS=" FS-VEN
               EXIT PARAGRAPH
           END-IF
           PERFORM INDEXAR-LINEA-VENTA
           MOVE "S" TO WS-FACTURA-HEADER
           .

       REGISTRAR-VENTA-KIT.
           *> Venta del kit cargado en REG-KIT: una sola linea D al
           *> precio del kit y una linea K por componente, que es
           *> lo que de verdad sale de la sala (stock, lotes FEFO,
           *> kardex y resumen de ventas por componente).
           DISPLAY "Kit: " FUNCTION TRIM(KIT-NOMBRE)
           DISPLAY "Ingrese cantidad de kits vendidos (> 0): "
           ACCEPT IN-CANTIDAD-TX

           IF FUNCTION TEST-NUMVAL-F(IN-CANTIDAD-TX) NOT = 0
               DISPLAY "ERROR: Cantidad invalida."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(IN-CANTIDAD-TX) <= 0
               DISPLAY "ERROR: La cantidad debe ser mayor que cero."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-CANTIDAD-TX) TO WS-KIT-CANT
           IF FUNCTION INTEGER(WS-KIT-CANT) NOT = WS-KIT-CANT
               DISPLAY "ERROR: Los kits se venden por unidades "
                       "enteras."
               EXIT PARAGRAPH
           END-IF

           *> Todos los componentes deben alcanzar en la sala antes
           *> de grabar nada; de paso se suma el precio de lista
           *> del kit para repartir el importe.
           MOVE 0   TO WS-KIT-LISTA
           MOVE "S" TO WS-KIT-OK
           PERFORM VARYING WS-KIT-IX FROM 1 BY 1
                   UNTIL WS-KIT-IX > KIT-NCOMP
                      OR WS-KIT-OK NOT = "S"
               PERFORM VALIDAR-COMPONENTE-KIT
           END-PERFORM
           IF WS-KIT-OK NOT = "S"
               EXIT PARAGRAPH
           END-IF

           IF WS-FACTURA-HEADER NOT = "S"
               PERFORM GRABAR-ENCABEZADO-VENTA
               IF WS-FACTURA-HEADER NOT = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE KIT-PRECIO TO WS-PRECIO-ED
           MOVE SPACES TO REG-VENTA-LINE
           STRING
            "D"                            DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            WS-FACTURA-TX                  DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            KIT-CODIGO                     DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            FUNCTION TRIM(IN-CANTIDAD-TX)  DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            FUNCTION TRIM(WS-PRECIO-ED)    DELIMITED BY SIZE
            "||K"                          DELIMITED BY SIZE
            INTO REG-VENTA-LINE
           END-STRING

           WRITE REG-VENTA-LINE
           IF FS-VEN NOT = "00"
               DISPLAY "ERROR al escribir en ventas.txt. FS=" FS-VEN
               EXIT PARAGRAPH
           END-IF
           PERFORM INDEXAR-LINEA-VENTA

           COMPUTE WS-KIT-IMPORTE = KIT-PRECIO * WS-KIT-CANT
           MOVE 0 TO WS-KIT-ASIGNADO
           PERFORM VARYING WS-KIT-IX FROM 1 BY 1
                   UNTIL WS-KIT-IX > KIT-NCOMP
               PERFORM VENDER-COMPONENTE-KIT
           END-PERFORM

           ADD WS-KIT-IMPORTE TO WS-TICKET-TOTAL
           ADD 1 TO WS-ITEMS-FACTURA
           DISPLAY "  Agregado kit: " KIT-CODIGO "|"
                   FUNCTION TRIM(IN-CANTIDAD-TX)
           .

       VALIDAR-COMPONENTE-KIT.
           MOVE KIT-COMP-COD(WS-KIT-IX) TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   DISPLAY "ERROR: el componente "
                           FUNCTION TRIM(KIT-COMP-COD(WS-KIT-IX))
                           " del kit no existe en el maestro."
                   MOVE "N" TO WS-KIT-OK
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-KIT-COMP-TOTAL =
               KIT-COMP-CANT(WS-KIT-IX) * WS-KIT-CANT
           PERFORM NORMALIZAR-STOCK-UBIC
           PERFORM CALCULAR-SALA-LIBRE
           IF WS-KIT-COMP-TOTAL > WS-APA-DISPONIBLE
               MOVE WS-APA-DISPONIBLE TO WS-STOCK-SALA-ED
               MOVE PRD-STOCK-BODEGA  TO WS-STOCK-BOD-ED
               DISPLAY "ERROR: No hay suficiente stock en sala de "
                       FUNCTION TRIM(PRD-NOMBRE) " para el kit. "
                       "Disponible en sala: "
                       FUNCTION TRIM(WS-STOCK-SALA-ED)
                       " (en bodega: " FUNCTION TRIM(WS-STOCK-BOD-ED)
                       ")."
               MOVE "N" TO WS-KIT-OK
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-KIT-LISTA = WS-KIT-LISTA
               + PRD-PRECIO * KIT-COMP-CANT(WS-KIT-IX)
           .

       VENDER-COMPONENTE-KIT.
           MOVE KIT-COMP-COD(WS-KIT-IX) TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   DISPLAY "ERROR: el componente "
                           FUNCTION TRIM(KIT-COMP-COD(WS-KIT-IX))
                           " ya no existe; no se descargo."
                   EXIT PARAGRAPH
           END-READ
           PERFORM NORMALIZAR-STOCK-UBIC
           COMPUTE WS-KIT-COMP-TOTAL =
               KIT-COMP-CANT(WS-KIT-IX) * WS-KIT-CANT
           PERFORM REPARTIR-IMPORTE-KIT

           MOVE WS-KIT-COMP-TOTAL TO WS-KIT-CANT-ED
           MOVE WS-KIT-PARTE      TO WS-KIT-IMPORTE-ED
           MOVE SPACES TO REG-VENTA-LINE
           STRING
            "K"                               DELIMITED BY SIZE
            "|"                               DELIMITED BY SIZE
            WS-FACTURA-TX                     DELIMITED BY SIZE
            "|"                               DELIMITED BY SIZE
            PRD-CODIGO                        DELIMITED BY SIZE
            "|"                               DELIMITED BY SIZE
            FUNCTION TRIM(WS-KIT-CANT-ED)     DELIMITED BY SIZE
            "|"                               DELIMITED BY SIZE
            FUNCTION TRIM(WS-KIT-IMPORTE-ED)  DELIMITED BY SIZE
            "|"                               DELIMITED BY SIZE
            KIT-CODIGO                        DELIMITED BY SIZE
            INTO REG-VENTA-LINE
           END-STRING

           WRITE REG-VENTA-LINE
           IF FS-VEN NOT = "00"
               DISPLAY "ERROR al escribir en ventas.txt. FS=" FS-VEN
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-KIT-COMP-TOTAL FROM PRD-STOCK
           SUBTRACT WS-KIT-COMP-TOTAL FROM PRD-STOCK-SALA
           REWRITE REG-PROD
               INVALID KEY
                   DISPLAY "ERROR: linea guardada pero no se pudo "
                           "actualizar stock de " PRD-CODIGO "."
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE "S" TO WS-MOV-UBIC
           MOVE "V" TO WS-MOV-TIPO
           COMPUTE WS-MOV-CANT = 0 - WS-KIT-COMP-TOTAL
           MOVE WS-FACTURA-TX TO WS-MOV-REF
           MOVE WS-FECHA-TRIM TO WS-MOV-FECHA
           PERFORM GRABAR-MOVIMIENTO

           MOVE WS-KIT-COMP-TOTAL TO WS-LOT-DESCARGA
           PERFORM DESCARGAR-LOTES-FEFO

           MOVE PRD-CODIGO        TO WS-RES-COD
           MOVE WS-FECHA-TRIM     TO WS-RES-FECHA
           MOVE WS-KIT-COMP-TOTAL TO WS-RES-UND
           MOVE 0                 TO WS-RES-DEV WS-RES-DEVM
           MOVE WS-KIT-PARTE      TO WS-RES-ING
           COMPUTE WS-RES-CGS = PRD-COSTO * WS-KIT-COMP-TOTAL
           PERFORM ACTUALIZAR-RESUMEN-VENTA
           .

       REPARTIR-IMPORTE-KIT.
           *> Parte de WS-KIT-IMPORTE que toca al componente
           *> WS-KIT-IX (ya en REG-PROD), en proporcion a su precio
           *> de lista dentro del kit. Se trunca y el ultimo
           *> componente se lleva el resto, para que las partes
           *> sumen exacto lo facturado.
           IF WS-KIT-IX = KIT-NCOMP
               COMPUTE WS-KIT-PARTE = WS-KIT-IMPORTE - WS-KIT-ASIGNADO
           ELSE
               IF WS-KIT-LISTA = 0
                   MOVE 0 TO WS-KIT-PARTE
               ELSE
                   COMPUTE WS-KIT-PARTE = WS-KIT-IMPORTE
                       * PRD-PRECIO * KIT-COMP-CANT(WS-KIT-IX)
                       / WS-KIT-LISTA
               END-IF
           END-IF
           ADD WS-KIT-PARTE TO WS-KIT-ASIGNADO
           .

       CONTAR-FACTURAS.
           *> El numero de factura es consecutivo y se mantiene en
           *> FACTURA_SEQ.DAT para que sobreviva un cierre anual
           *> (que deja solo las facturas vigentes en ventas.txt y
           *> reusaria numeros si se contara desde ahi cada vez).
           PERFORM LEER-ULTIMA-FACTURA
           IF WS-NUM-FACTURA = 0
               *> FACTURA_SEQ.DAT vacio: es la primera vez que corre
               *> este control, asi que se parte del conteo de
               *> facturas que ya existen en ventas.txt para no
               *> reusar numeros en un sistema que ya tenia ventas.
               CLOSE ARCH-VEN
               OPEN INPUT ARCH-VEN
               PERFORM UNTIL FS-VEN NOT = "00"
                   READ ARCH-VEN NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF REG-VENTA-LINE(1:1) = "H"
                               ADD 1 TO WS-NUM-FACTURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-VEN
               OPEN EXTEND ARCH-VEN
           END-IF
           .

       RESOLVER-CODIGO-PRODUCTO.
           *> Acepta en WS-COD-ENTRADA el codigo interno de 5 o un
           *> codigo de barras registrado en CODIGOS_ALT.DAT y deja
           *> el producto cargado en REG-PROD con WS-COD-RESUELTO en
           *> "S"; si no existe por ninguna de las dos vias queda en
           *> "N".
           MOVE "N" TO WS-COD-RESUELTO
           MOVE WS-COD-ENTRADA(1:5) TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-COD-ENTRADA(6:8) = SPACES
                       MOVE "S" TO WS-COD-RESUELTO
                   END-IF
           END-READ
           IF WS-COD-RESUELTO = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-COD-ENTRADA TO ALT-CODIGO
           READ ARCH-ALT KEY IS ALT-CODIGO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ALT-PRODUCTO TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   DISPLAY "AVISO: el codigo alterno "
                           FUNCTION TRIM(ALT-CODIGO)
                           " apunta a un producto inexistente ("
                           FUNCTION TRIM(ALT-PRODUCTO) ")."
               NOT INVALID KEY
                   MOVE "S" TO WS-COD-RESUELTO
           END-READ
           .

       MANTEN-CODIGOS-ALT.
           DISPLAY "----- Mantenimiento de codigos alternos -----".
           MOVE "S" TO IN-ALT-OPCION
           PERFORM UNTIL IN-ALT-OPCION = SPACES
               DISPLAY "A=agregar, E=eliminar, L=listar, "
                       "blanco=salir: "
               ACCEPT IN-ALT-OPCION
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(IN-ALT-OPCION))
                   TO IN-ALT-OPCION
               EVALUATE IN-ALT-OPCION
               WHEN "A"
                   PERFORM AGREGAR-CODIGO-ALT
               WHEN "E"
                   PERFORM ELIMINAR-CODIGO-ALT
               WHEN "L"
                   PERFORM LISTAR-CODIGOS-ALT
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
               END-EVALUATE
           END-PERFORM
           .

       AGREGAR-CODIGO-ALT.
           DISPLAY "Codigo de barras (hasta 13 digitos): "
           ACCEPT IN-ALT-CODIGO
           MOVE FUNCTION TRIM(IN-ALT-CODIGO) TO ALT-CODIGO
           IF ALT-CODIGO = SPACES
               DISPLAY "Codigo invalido no puede estar vacio"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(ALT-CODIGO)) NOT = 0
               DISPLAY "Codigo invalido (solo numeros)."
               EXIT PARAGRAPH
           END-IF
           READ ARCH-ALT KEY IS ALT-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Ese codigo de barras ya apunta al "
                           "producto " FUNCTION TRIM(ALT-PRODUCTO)
                           "."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Codigo interno del producto (5): "
           ACCEPT IN-ALT-PRODUCTO
           MOVE FUNCTION TRIM(IN-ALT-PRODUCTO) TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   DISPLAY "ERROR: Ese codigo de producto no existe."
                   EXIT PARAGRAPH
           END-READ

           MOVE FUNCTION TRIM(IN-ALT-CODIGO) TO ALT-CODIGO
           MOVE PRD-CODIGO TO ALT-PRODUCTO
           WRITE REG-ALT
               INVALID KEY
                   DISPLAY "Clave duplicada; no se puede registrar"
               NOT INVALID KEY
                   DISPLAY "Codigo alterno registrado para "
                           FUNCTION TRIM(PRD-NOMBRE) "."
           END-WRITE
           .

       ELIMINAR-CODIGO-ALT.
           DISPLAY "Codigo de barras a eliminar: "
           ACCEPT IN-ALT-CODIGO
           MOVE FUNCTION TRIM(IN-ALT-CODIGO) TO ALT-CODIGO
           READ ARCH-ALT KEY IS ALT-CODIGO
               INVALID KEY
                   DISPLAY "Ese codigo de barras no esta registrado."
                   EXIT PARAGRAPH
           END-READ
           DELETE ARCH-ALT
               INVALID KEY
                   DISPLAY "ERROR: no se pudo eliminar el codigo."
               NOT INVALID KEY
                   DISPLAY "Codigo alterno eliminado."
           END-DELETE
           .

       LISTAR-CODIGOS-ALT.
           DISPLAY "CODIGO BARRAS|PRODUCTO"
           DISPLAY "----------------------"
           MOVE 0 TO WS-ALT-LINEAS
           MOVE SPACES TO ALT-CODIGO
           START ARCH-ALT KEY NOT LESS THAN ALT-CODIGO
               INVALID KEY
                   DISPLAY "No hay codigos alternos registrados."
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-ALT NOT = "00"
               READ ARCH-ALT NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-ALT-LINEAS
                       DISPLAY ALT-CODIGO "|" ALT-PRODUCTO
               END-READ
           END-PERFORM
           IF WS-ALT-LINEAS = 0
               DISPLAY "No hay codigos alternos registrados."
           END-IF
           .

       MANTEN-KITS.
           DISPLAY "----- Mantenimiento de kits y combos -----".
           MOVE "S" TO IN-KIT-OPCION
           PERFORM UNTIL IN-KIT-OPCION = SPACES
               DISPLAY "A=agregar/redefinir, E=eliminar, L=listar, "
                       "blanco=salir: "
               ACCEPT IN-KIT-OPCION
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(IN-KIT-OPCION))
                   TO IN-KIT-OPCION
               EVALUATE IN-KIT-OPCION
               WHEN "A"
                   PERFORM DEFINIR-KIT
               WHEN "E"
                   PERFORM ELIMINAR-KIT
               WHEN "L"
                   PERFORM LISTAR-KITS
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
               END-EVALUATE
           END-PERFORM
           .

       DEFINIR-KIT.
           *> Alta o redefinicion completa de un kit: nombre, precio
           *> de venta y la lista de componentes, que se captura
           *> entera cada vez (codigo en blanco la termina).
           DISPLAY "Codigo del kit (5 caracteres): "
           ACCEPT IN-KIT-CODIGO
           MOVE FUNCTION TRIM(IN-KIT-CODIGO) TO IN-KIT-CODIGO
           IF IN-KIT-CODIGO = SPACES
               DISPLAY "Codigo invalido no puede estar vacio"
               EXIT PARAGRAPH
           END-IF
           MOVE IN-KIT-CODIGO TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: Ese codigo ya es un producto del "
                           "maestro."
                   EXIT PARAGRAPH
           END-READ

           MOVE "N" TO WS-KIT-EXISTE
           MOVE IN-KIT-CODIGO TO KIT-CODIGO
           READ ARCH-KIT KEY IS KIT-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-KIT-EXISTE
                   DISPLAY "El kit ya existe ("
                           FUNCTION TRIM(KIT-NOMBRE)
                           "); se redefine completo."
           END-READ
           INITIALIZE REG-KIT
           MOVE IN-KIT-CODIGO TO KIT-CODIGO

           DISPLAY "Nombre del kit: "
           ACCEPT IN-KIT-NOMBRE
           MOVE FUNCTION TRIM(IN-KIT-NOMBRE) TO KIT-NOMBRE
           IF KIT-NOMBRE = SPACES
               DISPLAY "Nombre invalido no puede estar vacio"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Precio de venta del kit (IVA incluido): "
           ACCEPT IN-KIT-PRECIO-TX
           IF FUNCTION TEST-NUMVAL-F(IN-KIT-PRECIO-TX) NOT = 0
               DISPLAY "ERROR: Precio invalido."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(IN-KIT-PRECIO-TX) <= 0 OR
              FUNCTION NUMVAL(IN-KIT-PRECIO-TX) > 99999.99
               DISPLAY "ERROR: El precio debe estar entre 0.01 y "
                       "99999.99."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-KIT-PRECIO-TX) TO KIT-PRECIO

           MOVE 0   TO KIT-NCOMP
           MOVE "S" TO WS-KIT-OK
           PERFORM UNTIL WS-KIT-OK NOT = "S" OR KIT-NCOMP >= 10
               PERFORM CAPTURAR-COMPONENTE-KIT
           END-PERFORM
           IF KIT-NCOMP = 0
               DISPLAY "ERROR: Un kit necesita al menos un "
                       "componente; no se grabo."
               EXIT PARAGRAPH
           END-IF

           IF WS-KIT-EXISTE = "S"
               REWRITE REG-KIT
                   INVALID KEY
                       DISPLAY "ERROR al actualizar KITS.DAT. FS="
                               FS-KIT
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE REG-KIT
                   INVALID KEY
                       DISPLAY "Clave duplicada; no se puede registrar"
                       EXIT PARAGRAPH
               END-WRITE
           END-IF

           PERFORM COSTEAR-KIT
           MOVE KIT-NCOMP    TO WS-KIT-NCOMP-ED
           MOVE WS-KIT-COSTO TO WS-KIT-IMPORTE-ED
           DISPLAY "Kit " KIT-CODIGO " grabado con "
                   FUNCTION TRIM(WS-KIT-NCOMP-ED)
                   " componente(s); costo segun componentes: "
                   FUNCTION TRIM(WS-KIT-IMPORTE-ED)
           .

       CAPTURAR-COMPONENTE-KIT.
           DISPLAY "Componente (codigo interno o de barras, blanco "
                   "termina): "
           ACCEPT IN-CODIGO-VEN
           IF FUNCTION TRIM(IN-CODIGO-VEN) = SPACES
               MOVE "N" TO WS-KIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(IN-CODIGO-VEN) TO WS-COD-ENTRADA
           PERFORM RESOLVER-CODIGO-PRODUCTO
           IF WS-COD-RESUELTO NOT = "S"
               DISPLAY "ERROR: Ese codigo de producto no existe."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KIT-JX FROM 1 BY 1
                   UNTIL WS-KIT-JX > KIT-NCOMP
               IF KIT-COMP-COD(WS-KIT-JX) = PRD-CODIGO
                   DISPLAY "ERROR: Ese componente ya esta en el kit."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           DISPLAY "Cantidad de " FUNCTION TRIM(PRD-NOMBRE)
                   " por kit en " FUNCTION TRIM(PRD-UNIDAD) ": "
           ACCEPT IN-KIT-COMP-CANT-TX
           IF FUNCTION TEST-NUMVAL-F(IN-KIT-COMP-CANT-TX) NOT = 0
               DISPLAY "ERROR: Cantidad invalida."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(IN-KIT-COMP-CANT-TX) <= 0 OR
              FUNCTION NUMVAL(IN-KIT-COMP-CANT-TX) > 99999.999
               DISPLAY "ERROR: La cantidad debe ser mayor que cero."
               EXIT PARAGRAPH
           END-IF
           IF (PRD-UNIDAD = "UND" OR PRD-UNIDAD = SPACES) AND
              FUNCTION INTEGER(FUNCTION NUMVAL(IN-KIT-COMP-CANT-TX))
              NOT = FUNCTION NUMVAL(IN-KIT-COMP-CANT-TX)
               DISPLAY "ERROR: Ese producto se maneja por unidades "
                       "enteras."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO KIT-NCOMP
           MOVE PRD-CODIGO TO KIT-COMP-COD(KIT-NCOMP)
           MOVE FUNCTION NUMVAL(IN-KIT-COMP-CANT-TX)
               TO KIT-COMP-CANT(KIT-NCOMP)
           .

       ELIMINAR-KIT.
           DISPLAY "Codigo del kit a eliminar: "
           ACCEPT IN-KIT-CODIGO
           MOVE FUNCTION TRIM(IN-KIT-CODIGO) TO KIT-CODIGO
           READ ARCH-KIT KEY IS KIT-CODIGO
               INVALID KEY
                   DISPLAY "Ese kit no esta registrado."
                   EXIT PARAGRAPH
           END-READ
           DELETE ARCH-KIT
               INVALID KEY
                   DISPLAY "ERROR: no se pudo eliminar el kit."
               NOT INVALID KEY
                   DISPLAY "Kit eliminado."
           END-DELETE
           .

       LISTAR-KITS.
           DISPLAY "KIT  |NOMBRE                   |PRECIO  |COSTO"
           DISPLAY "---------------------------------------------"
           MOVE 0 TO WS-KIT-LINEAS
           MOVE SPACES TO KIT-CODIGO
           START ARCH-KIT KEY NOT LESS THAN KIT-CODIGO
               INVALID KEY
                   DISPLAY "No hay kits registrados."
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-KIT NOT = "00"
               READ ARCH-KIT NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-KIT-LINEAS
                       PERFORM COSTEAR-KIT
                       MOVE KIT-PRECIO   TO WS-KIT-PRECIO-ED
                       MOVE WS-KIT-COSTO TO WS-KIT-IMPORTE-ED
                       DISPLAY KIT-CODIGO "|" KIT-NOMBRE "|"
                               WS-KIT-PRECIO-ED "|"
                               FUNCTION TRIM(WS-KIT-IMPORTE-ED)
                       PERFORM VARYING WS-KIT-IX FROM 1 BY 1
                               UNTIL WS-KIT-IX > KIT-NCOMP
                           MOVE KIT-COMP-CANT(WS-KIT-IX)
                               TO WS-KIT-CANT-ED
                           DISPLAY "     + " KIT-COMP-COD(WS-KIT-IX)
                                   " x "
                                   FUNCTION TRIM(WS-KIT-CANT-ED)
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-KIT-LINEAS = 0
               DISPLAY "No hay kits registrados."
           END-IF
           .

       COSTEAR-KIT.
           *> Costo del kit cargado en REG-KIT a partir del costo
           *> promedio actual (PRD-COSTO) de sus componentes; un
           *> componente que ya no esta en el maestro cuenta en 0.
           MOVE 0 TO WS-KIT-COSTO
           PERFORM VARYING WS-KIT-IX FROM 1 BY 1
                   UNTIL WS-KIT-IX > KIT-NCOMP
               MOVE KIT-COMP-COD(WS-KIT-IX) TO PRD-CODIGO
               READ ARCH-PROD KEY IS PRD-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-KIT-COSTO = WS-KIT-COSTO
                           + PRD-COSTO * KIT-COMP-CANT(WS-KIT-IX)
               END-READ
           END-PERFORM
           .

       RESOLVER-PRECIO-VIGENTE.
           *> Deja en WS-PRECIO-VIG el precio del producto cargado
           *> en REG-PROD vigente a la fecha WS-PRECIO-FECHA: el
           *> precio base es el del maestro o el cambio programado
           *> (linea P) mas reciente que ya rija, y sobre el se
           *> aplica la promocion (linea O) activa a esa fecha. El
           *> descuento resultante queda en WS-DESC-PCT (0 si no
           *> hay).
           MOVE PRD-PRECIO TO WS-PRECIO-BASE
           MOVE SPACES     TO WS-PRE-DESDE-MAX
           MOVE 0          TO WS-DESC-PCT
           MOVE "N"        TO WS-PRE-PROMO-HAY

           CLOSE ARCH-PRE
           OPEN INPUT ARCH-PRE
           PERFORM UNTIL FS-PRE NOT = "00"
               READ ARCH-PRE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM PROCESAR-LINEA-PRECIO
               END-READ
           END-PERFORM
           CLOSE ARCH-PRE
           OPEN EXTEND ARCH-PRE

           MOVE WS-PRECIO-BASE TO WS-PRECIO-VIG
           IF WS-PRE-PROMO-HAY = "S"
               IF WS-PRE-PROMO-TIPO = "P"
                   MOVE WS-PRE-PROMO-VALOR TO WS-PRECIO-VIG
               ELSE
                   COMPUTE WS-PRECIO-VIG ROUNDED = WS-PRECIO-BASE
                       * (100 - WS-PRE-PROMO-VALOR) / 100
               END-IF
               IF WS-PRECIO-VIG < WS-PRECIO-BASE AND
                  WS-PRECIO-BASE > 0
                   COMPUTE WS-DESC-PCT ROUNDED =
                       (WS-PRECIO-BASE - WS-PRECIO-VIG) * 100
                       / WS-PRECIO-BASE
               END-IF
           END-IF
           .

       PROCESAR-LINEA-PRECIO.
           MOVE SPACES TO PR-CAMPO2 PR-CAMPO3 PR-CAMPO4 PR-CAMPO5
                          PR-CAMPO6 PR-CAMPO7
           UNSTRING REG-PRE-LINE DELIMITED BY "|"
                INTO PR-TIPO PR-CAMPO2 PR-CAMPO3 PR-CAMPO4
                     PR-CAMPO5 PR-CAMPO6 PR-CAMPO7
           END-UNSTRING
           EVALUATE PR-TIPO
           WHEN "P"
               *> Manda el cambio programado con la fecha DESDE mas
               *> reciente que no pase de la fecha consultada.
               IF PR-CAMPO2(1:5) = PRD-CODIGO AND
                  PR-CAMPO3(1:8) <= WS-PRECIO-FECHA AND
                  PR-CAMPO3(1:8) >= WS-PRE-DESDE-MAX
                   MOVE PR-CAMPO3(1:8) TO WS-PRE-DESDE-MAX
                   MOVE FUNCTION NUMVAL(PR-CAMPO4)
                       TO WS-PRECIO-BASE
               END-IF
           WHEN "O"
               *> Si varias promociones calzan manda la ultima
               *> registrada en el archivo.
               IF PR-CAMPO4(1:8) <= WS-PRECIO-FECHA AND
                  PR-CAMPO5(1:8) >= WS-PRECIO-FECHA
                   IF (PR-CAMPO2(1:1) = "P" AND
                       PR-CAMPO3(1:5) = PRD-CODIGO) OR
                      (PR-CAMPO2(1:1) = "C" AND
                       FUNCTION UPPER-CASE(FUNCTION TRIM(PR-CAMPO3))
                       = FUNCTION UPPER-CASE(
                           FUNCTION TRIM(PRD-CATEGORIA)))
                       MOVE "S" TO WS-PRE-PROMO-HAY
                       MOVE PR-CAMPO6(1:1) TO WS-PRE-PROMO-TIPO
                       MOVE FUNCTION NUMVAL(PR-CAMPO7)
                           TO WS-PRE-PROMO-VALOR
                   END-IF
               END-IF
           END-EVALUATE
           .

       MANTEN-PRECIOS-VIG.
           DISPLAY "----- Precios programados y promociones -----".
           MOVE "S" TO IN-PRE-OPCION
           PERFORM UNTIL IN-PRE-OPCION = SPACES
               DISPLAY "P=cambio de precio programado, O=promocion, "
                       "L=listar, blanco=salir: "
               ACCEPT IN-PRE-OPCION
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(IN-PRE-OPCION))
                   TO IN-PRE-OPCION
               EVALUATE IN-PRE-OPCION
               WHEN "P"
                   PERFORM AGREGAR-PRECIO-PROG
               WHEN "O"
                   PERFORM AGREGAR-PROMOCION
               WHEN "L"
                   PERFORM LISTAR-PRECIOS-VIG
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
               END-EVALUATE
           END-PERFORM
           .

       AGREGAR-PRECIO-PROG.
           DISPLAY "Codigo del producto (interno o de barras): "
           ACCEPT IN-CODIGO-VEN
           MOVE FUNCTION TRIM(IN-CODIGO-VEN) TO WS-COD-ENTRADA
           PERFORM RESOLVER-CODIGO-PRODUCTO
           IF WS-COD-RESUELTO NOT = "S"
               DISPLAY "ERROR: Ese codigo de producto no existe."
               EXIT PARAGRAPH
           END-IF
           MOVE PRD-PRECIO TO WS-PRECIO-ED
           DISPLAY FUNCTION TRIM(PRD-NOMBRE) "; precio actual "
                   FUNCTION TRIM(WS-PRECIO-ED)

           DISPLAY "Rige desde (AAAAMMDD): "
           ACCEPT IN-PRE-DESDE
           MOVE FUNCTION TRIM(IN-PRE-DESDE) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-TRIM TO IN-PRE-DESDE

           DISPLAY "Nuevo precio (> 0): "
           ACCEPT IN-PRE-VALOR-TX
           IF FUNCTION TEST-NUMVAL-F(IN-PRE-VALOR-TX) NOT = 0
               DISPLAY "ERROR: Precio invalido (formato)."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-PRE-VALOR-TX) TO WS-PRE-VALOR
           IF WS-PRE-VALOR <= 0
               DISPLAY "ERROR: El precio debe ser mayor que cero."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRE-VALOR TO WS-PRECIO-ED
           MOVE SPACES TO REG-PRE-LINE
           STRING "P"                         DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  PRD-CODIGO                  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  IN-PRE-DESDE                DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRECIO-ED) DELIMITED BY SIZE
               INTO REG-PRE-LINE
           END-STRING
           WRITE REG-PRE-LINE
           IF FS-PRE NOT = "00"
               DISPLAY "ERROR al escribir en PRECIOS_VIG.DAT. FS="
                       FS-PRE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cambio de precio programado para "
                   FUNCTION TRIM(PRD-CODIGO) " desde " IN-PRE-DESDE
                   "."
           .

       AGREGAR-PROMOCION.
           DISPLAY "Ambito (P=producto, C=categoria): "
           ACCEPT IN-PRE-AMBITO
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-PRE-AMBITO))
               TO IN-PRE-AMBITO
           EVALUATE IN-PRE-AMBITO
           WHEN "P"
               DISPLAY "Codigo del producto (interno o de barras): "
               ACCEPT IN-CODIGO-VEN
               MOVE FUNCTION TRIM(IN-CODIGO-VEN) TO WS-COD-ENTRADA
               PERFORM RESOLVER-CODIGO-PRODUCTO
               IF WS-COD-RESUELTO NOT = "S"
                   DISPLAY "ERROR: Ese codigo de producto no existe."
                   EXIT PARAGRAPH
               END-IF
               MOVE PRD-CODIGO TO IN-PRE-CODIGO
           WHEN "C"
               DISPLAY "Categoria en promocion: "
               ACCEPT IN-PRE-CODIGO
               MOVE FUNCTION TRIM(IN-PRE-CODIGO)(1:15)
                   TO PRD-CATEGORIA
               PERFORM VALIDAR-CATEGORIA
               IF WS-CAT-VALIDA NOT = "S"
                   DISPLAY "ERROR: Esa categoria no esta registrada."
                   EXIT PARAGRAPH
               END-IF
               MOVE PRD-CATEGORIA TO IN-PRE-CODIGO
           WHEN OTHER
               DISPLAY "ERROR: Ambito invalido (P o C)."
               EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Inicio de la promocion (AAAAMMDD): "
           ACCEPT IN-PRE-DESDE
           MOVE FUNCTION TRIM(IN-PRE-DESDE) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-TRIM TO IN-PRE-DESDE

           DISPLAY "Fin de la promocion (AAAAMMDD): "
           ACCEPT IN-PRE-HASTA
           MOVE FUNCTION TRIM(IN-PRE-HASTA) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-FECHA-TRIM < IN-PRE-DESDE
               DISPLAY "ERROR: El fin no puede ser anterior al "
                       "inicio."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-TRIM TO IN-PRE-HASTA

           DISPLAY "Tipo (P=precio fijo, D=porcentaje de "
                   "descuento): "
           ACCEPT IN-PRE-TIPO
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-PRE-TIPO))
               TO IN-PRE-TIPO
           IF IN-PRE-TIPO NOT = "P" AND IN-PRE-TIPO NOT = "D"
               DISPLAY "ERROR: Tipo invalido (P o D)."
               EXIT PARAGRAPH
           END-IF

           IF IN-PRE-TIPO = "P"
               DISPLAY "Precio de promocion (> 0): "
           ELSE
               DISPLAY "Porcentaje de descuento (> 0 y <= 100): "
           END-IF
           ACCEPT IN-PRE-VALOR-TX
           IF FUNCTION TEST-NUMVAL-F(IN-PRE-VALOR-TX) NOT = 0
               DISPLAY "ERROR: Valor invalido (formato)."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-PRE-VALOR-TX) TO WS-PRE-VALOR
           IF WS-PRE-VALOR <= 0
               DISPLAY "ERROR: El valor debe ser mayor que cero."
               EXIT PARAGRAPH
           END-IF
           IF IN-PRE-TIPO = "D" AND WS-PRE-VALOR > 100
               DISPLAY "ERROR: El descuento no puede pasar de 100%."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRE-VALOR TO WS-PRECIO-ED
           MOVE SPACES TO REG-PRE-LINE
           STRING "O"                            DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  IN-PRE-AMBITO                  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(IN-PRE-CODIGO)   DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  IN-PRE-DESDE                   DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  IN-PRE-HASTA                   DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  IN-PRE-TIPO                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRECIO-ED)    DELIMITED BY SIZE
               INTO REG-PRE-LINE
           END-STRING
           WRITE REG-PRE-LINE
           IF FS-PRE NOT = "00"
               DISPLAY "ERROR al escribir en PRECIOS_VIG.DAT. FS="
                       FS-PRE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Promocion registrada de " IN-PRE-DESDE " a "
                   IN-PRE-HASTA "."
           .

       LISTAR-PRECIOS-VIG.
           DISPLAY "TIPO     |CODIGO         |DESDE   |HASTA   |"
                   "VALOR"
           DISPLAY "-----------------------------------------------"
           MOVE 0 TO WS-PRE-LINEAS
           CLOSE ARCH-PRE
           OPEN INPUT ARCH-PRE
           PERFORM UNTIL FS-PRE NOT = "00"
               READ ARCH-PRE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-PRE-LINEAS
                       MOVE SPACES TO PR-CAMPO2 PR-CAMPO3 PR-CAMPO4
                                      PR-CAMPO5 PR-CAMPO6 PR-CAMPO7
                       UNSTRING REG-PRE-LINE DELIMITED BY "|"
                            INTO PR-TIPO PR-CAMPO2 PR-CAMPO3
                                 PR-CAMPO4 PR-CAMPO5 PR-CAMPO6
                                 PR-CAMPO7
                       END-UNSTRING
                       IF PR-TIPO = "P"
                           DISPLAY "PRECIO   |" PR-CAMPO2 "|"
                                   PR-CAMPO3(1:8) "|        |"
                                   FUNCTION TRIM(PR-CAMPO4)
                       ELSE
                           DISPLAY "PROMO (" PR-CAMPO2(1:1) ")|"
                                   PR-CAMPO3 "|" PR-CAMPO4(1:8)
                                   "|" PR-CAMPO5(1:8) "|"
                                   PR-CAMPO6(1:1) " "
                                   FUNCTION TRIM(PR-CAMPO7)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-PRE
           OPEN EXTEND ARCH-PRE
           IF WS-PRE-LINEAS = 0
               DISPLAY "No hay precios programados ni promociones."
           END-IF
           .

       REPORTE-PROMOCIONES.
           DISPLAY " ".
           DISPLAY "----- Reporte de promociones -----"
           PERFORM CARGAR-PROMOCIONES-REPORTE
           IF WS-PROM-CANTIDAD = 0
               DISPLAY "No hay promociones registradas."
               EXIT PARAGRAPH
           END-IF

           *> Cuanto se vendio dentro de la vigencia de cada
           *> promocion, segun las lineas D de ventas.txt y del
           *> historico.
           MOVE SPACES TO WS-PROM-FECHA-H
           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           PERFORM UNTIL FS-VEN NOT = "00"
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-LINEA-PROM
               END-READ
           END-PERFORM
           CLOSE ARCH-VEN
           OPEN EXTEND ARCH-VEN

           CLOSE ARCH-HIST
           OPEN INPUT ARCH-HIST
           PERFORM UNTIL FS-HIST NOT = "00"
               READ ARCH-HIST NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE REG-HIST-LINE TO REG-VENTA-LINE
                       PERFORM ACUMULAR-LINEA-PROM
               END-READ
           END-PERFORM
           CLOSE ARCH-HIST
           OPEN EXTEND ARCH-HIST

           DISPLAY "AMB|CODIGO         |INICIO  |FIN     |"
                   "UNIDADES|MONTO VENDIDO"
           DISPLAY "-----------------------------------------------"
                   "-----------"
           PERFORM VARYING WS-PROM-IX FROM 1 BY 1
                   UNTIL WS-PROM-IX > WS-PROM-CANTIDAD
               MOVE WS-PROM-CANT(WS-PROM-IX)  TO WS-PROM-CANT-ED
               MOVE WS-PROM-MONTO(WS-PROM-IX) TO WS-PROM-MONTO-ED
               DISPLAY WS-PROM-AMBITO(WS-PROM-IX) "  |"
                       WS-PROM-COD(WS-PROM-IX) "|"
                       WS-PROM-INICIO(WS-PROM-IX) "|"
                       WS-PROM-FIN(WS-PROM-IX) "|"
                       WS-PROM-CANT-ED "|"
                       WS-PROM-MONTO-ED
           END-PERFORM
           .

       CARGAR-PROMOCIONES-REPORTE.
           MOVE 0 TO WS-PROM-CANTIDAD
           CLOSE ARCH-PRE
           OPEN INPUT ARCH-PRE
           PERFORM UNTIL FS-PRE NOT = "00"
               READ ARCH-PRE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO PR-CAMPO2 PR-CAMPO3 PR-CAMPO4
                                      PR-CAMPO5 PR-CAMPO6 PR-CAMPO7
                       UNSTRING REG-PRE-LINE DELIMITED BY "|"
                            INTO PR-TIPO PR-CAMPO2 PR-CAMPO3
                                 PR-CAMPO4 PR-CAMPO5 PR-CAMPO6
                                 PR-CAMPO7
                       END-UNSTRING
                       IF PR-TIPO = "O"
                           IF WS-PROM-CANTIDAD >= 50
                               DISPLAY "AVISO: demasiadas "
                                       "promociones; se omiten las "
                                       "siguientes."
                           ELSE
                               ADD 1 TO WS-PROM-CANTIDAD
                               MOVE PR-CAMPO2(1:1) TO
                                   WS-PROM-AMBITO(WS-PROM-CANTIDAD)
                               MOVE PR-CAMPO3 TO
                                   WS-PROM-COD(WS-PROM-CANTIDAD)
                               MOVE PR-CAMPO4(1:8) TO
                                   WS-PROM-INICIO(WS-PROM-CANTIDAD)
                               MOVE PR-CAMPO5(1:8) TO
                                   WS-PROM-FIN(WS-PROM-CANTIDAD)
                               MOVE PR-CAMPO6(1:1) TO
                                   WS-PROM-TIPO(WS-PROM-CANTIDAD)
                               MOVE FUNCTION NUMVAL(PR-CAMPO7) TO
                                   WS-PROM-VALOR(WS-PROM-CANTIDAD)
                               MOVE 0 TO
                                   WS-PROM-CANT(WS-PROM-CANTIDAD)
                               MOVE 0 TO
                                   WS-PROM-MONTO(WS-PROM-CANTIDAD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-PRE
           OPEN EXTEND ARCH-PRE
           .

       ACUMULAR-LINEA-PROM.
           EVALUATE REG-VENTA-LINE(1:1)
           WHEN "H"
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-FECHA
               END-UNSTRING
               MOVE FUNCTION TRIM(V-FECHA) TO WS-PROM-FECHA-H
           WHEN "D"
               MOVE SPACES TO V-PRECIO-TX V-DESC-TX
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                         V-PRECIO-TX V-DESC-TX
               END-UNSTRING
               MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
               PERFORM VALORAR-LINEA-PRECIO
               PERFORM VARYING WS-PROM-IX FROM 1 BY 1
                       UNTIL WS-PROM-IX > WS-PROM-CANTIDAD
                   IF WS-PROM-FECHA-H >=
                      WS-PROM-INICIO(WS-PROM-IX) AND
                      WS-PROM-FECHA-H <= WS-PROM-FIN(WS-PROM-IX)
                       PERFORM ACUMULAR-PROM-SI-CALZA
                   END-IF
               END-PERFORM
           END-EVALUATE
           .

       ACUMULAR-PROM-SI-CALZA.
           IF WS-PROM-AMBITO(WS-PROM-IX) = "P"
               IF WS-PROM-COD(WS-PROM-IX)(1:5) = V-COD
                   ADD V-CANT TO WS-PROM-CANT(WS-PROM-IX)
                   ADD WS-VALOR-LINE TO WS-PROM-MONTO(WS-PROM-IX)
               END-IF
           ELSE
               MOVE V-COD TO PRD-CODIGO
               READ ARCH-PROD KEY IS PRD-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(PRD-CATEGORIA)) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-PROM-COD(WS-PROM-IX)))
                           ADD V-CANT
                               TO WS-PROM-CANT(WS-PROM-IX)
                           ADD WS-VALOR-LINE
                               TO WS-PROM-MONTO(WS-PROM-IX)
                       END-IF
               END-READ
           END-IF
           .

       GENERAR-DOCUMENTO-FACTURA.
           *> Genera FACTURA_nnnnnnn.TXT para la factura en
           *> WS-FDOC-FACTURA buscando sus lineas en ventas.txt y,
           *> si ya fue archivada por un cierre anual, en
           *> VENTAS_HIST.TXT.
           PERFORM BUSCAR-LINEAS-FACTURA
           IF WS-FDOC-ENCONTRADA NOT = "S"
               DISPLAY "ERROR: No existe esa factura."
               EXIT PARAGRAPH
           END-IF
           IF WS-FDOC-LINEAS = 0
               DISPLAY "ERROR: La factura no tiene lineas de "
                       "detalle."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FDOC-TOTAL
           PERFORM VARYING WS-FDOC-IX FROM 1 BY 1
                   UNTIL WS-FDOC-IX > WS-FDOC-LINEAS
               COMPUTE WS-FDOC-IMPORTE =
                   WS-FDOC-CANT(WS-FDOC-IX)
                   * WS-FDOC-PRECIO(WS-FDOC-IX)
               ADD WS-FDOC-IMPORTE TO WS-FDOC-TOTAL
           END-PERFORM
           COMPUTE WS-FDOC-SUBTOTAL ROUNDED = WS-FDOC-TOTAL
               * 100 / (100 + WS-IVA-TASA)
           COMPUTE WS-FDOC-IVA = WS-FDOC-TOTAL - WS-FDOC-SUBTOTAL

           MOVE SPACES TO WS-FACTDOC-NOMBRE
           STRING "FACTURA_"        DELIMITED BY SIZE
                  WS-FDOC-FACTURA   DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
               INTO WS-FACTDOC-NOMBRE
           END-STRING

           OPEN OUTPUT ARCH-FACTDOC
           IF FS-FACTDOC NOT = "00"
               DISPLAY "ERROR: no se pudo crear "
                       FUNCTION TRIM(WS-FACTDOC-NOMBRE)
                       ". FS=" FS-FACTDOC
               EXIT PARAGRAPH
           END-IF

           MOVE ALL "=" TO REG-FACTDOC-LINE
           WRITE REG-FACTDOC-LINE
           MOVE " SISTEMA DE GESTION DE INVENTARIO Y VENTAS"
               TO REG-FACTDOC-LINE
           WRITE REG-FACTDOC-LINE
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING " FACTURA No. " DELIMITED BY SIZE
                  WS-FDOC-FACTURA DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING " FECHA: " DELIMITED BY SIZE
                  WS-FDOC-FECHA DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE
           MOVE SPACES TO REG-FACTDOC-LINE
           IF WS-FDOC-CLIENTE = SPACES
               MOVE " CLIENTE: CONTADO" TO REG-FACTDOC-LINE
           ELSE
               STRING " CLIENTE: " DELIMITED BY SIZE
                      WS-FDOC-CLIENTE DELIMITED BY SIZE
                   INTO REG-FACTDOC-LINE
               END-STRING
           END-IF
           WRITE REG-FACTDOC-LINE
           IF WS-FDOC-COND = "F"
               MOVE " CONDICION: CREDITO (FIADO)"
                   TO REG-FACTDOC-LINE
           ELSE
               IF WS-FDOC-COND = "A"
                   MOVE " CONDICION: APARTADO" TO REG-FACTDOC-LINE
               ELSE
                   MOVE " CONDICION: CONTADO" TO REG-FACTDOC-LINE
               END-IF
           END-IF
           WRITE REG-FACTDOC-LINE
           MOVE ALL "-" TO REG-FACTDOC-LINE
           WRITE REG-FACTDOC-LINE
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING " COD   DESCRIPCION               CANT     UNI"
                      DELIMITED BY SIZE
                  "    PRECIO      IMPORTE"
                      DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE

           PERFORM VARYING WS-FDOC-IX FROM 1 BY 1
                   UNTIL WS-FDOC-IX > WS-FDOC-LINEAS
               COMPUTE WS-FDOC-IMPORTE =
                   WS-FDOC-CANT(WS-FDOC-IX)
                   * WS-FDOC-PRECIO(WS-FDOC-IX)
               MOVE WS-FDOC-CANT(WS-FDOC-IX)   TO WS-FDOC-CANT-ED
               MOVE WS-FDOC-PRECIO(WS-FDOC-IX) TO WS-FDOC-PRECIO-ED
               MOVE WS-FDOC-IMPORTE            TO WS-FDOC-IMPORTE-ED
               MOVE SPACES TO REG-FACTDOC-LINE
               STRING " "                        DELIMITED BY SIZE
                      WS-FDOC-COD(WS-FDOC-IX)    DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-FDOC-NOM(WS-FDOC-IX)    DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-FDOC-CANT-ED            DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-FDOC-UNI(WS-FDOC-IX)    DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-FDOC-PRECIO-ED          DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-FDOC-IMPORTE-ED         DELIMITED BY SIZE
                   INTO REG-FACTDOC-LINE
               END-STRING
               WRITE REG-FACTDOC-LINE
               IF WS-FDOC-DESC(WS-FDOC-IX) > 0
                   MOVE WS-FDOC-DESC(WS-FDOC-IX) TO WS-DESC-PCT-ED
                   MOVE SPACES TO REG-FACTDOC-LINE
                   STRING "       (PRECIO DE PROMOCION; DESCUENTO "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DESC-PCT-ED)
                              DELIMITED BY SIZE
                          " % APLICADO)"
                              DELIMITED BY SIZE
                       INTO REG-FACTDOC-LINE
                   END-STRING
                   WRITE REG-FACTDOC-LINE
               END-IF
           END-PERFORM

           MOVE ALL "-" TO REG-FACTDOC-LINE
           WRITE REG-FACTDOC-LINE
           MOVE WS-FDOC-SUBTOTAL TO WS-FDOC-IMPORTE-ED
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING " SUBTOTAL SIN IVA: " DELIMITED BY SIZE
                  WS-FDOC-IMPORTE-ED    DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE
           MOVE WS-FDOC-IVA TO WS-FDOC-IMPORTE-ED
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING " IVA 13% INCLUIDO: " DELIMITED BY SIZE
                  WS-FDOC-IMPORTE-ED    DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE
           MOVE WS-FDOC-TOTAL TO WS-FDOC-IMPORTE-ED
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING " TOTAL:            " DELIMITED BY SIZE
                  WS-FDOC-IMPORTE-ED    DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE

           IF WS-FDOC-METODO NOT = SPACES
               MOVE SPACES TO REG-FACTDOC-LINE
               IF WS-FDOC-METODO = "E"
                   STRING " PAGO EFECTIVO  RECIBIDO: "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FDOC-RECIBIDO-TX)
                              DELIMITED BY SIZE
                          "  CAMBIO: "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FDOC-CAMBIO-TX)
                              DELIMITED BY SIZE
                       INTO REG-FACTDOC-LINE
                   END-STRING
               ELSE
                   IF WS-FDOC-METODO = "A"
                       MOVE " TICKET ANULADO" TO REG-FACTDOC-LINE
                   ELSE
                       IF WS-FDOC-METODO = "B"
                           MOVE " PAGADO CON ABONOS DE APARTADO"
                               TO REG-FACTDOC-LINE
                       ELSE
                           IF WS-FDOC-METODO = "P"
                               MOVE " PAGADO CON PUNTOS DE FIDELIDAD"
                                   TO REG-FACTDOC-LINE
                           ELSE
                               MOVE " PAGO CON TARJETA"
                                   TO REG-FACTDOC-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               WRITE REG-FACTDOC-LINE
           END-IF

           MOVE " GRACIAS POR SU COMPRA" TO REG-FACTDOC-LINE
           WRITE REG-FACTDOC-LINE
           MOVE ALL "=" TO REG-FACTDOC-LINE
           WRITE REG-FACTDOC-LINE
           CLOSE ARCH-FACTDOC

           DISPLAY "Documento de factura generado: "
                   FUNCTION TRIM(WS-FACTDOC-NOMBRE)
           .

       BUSCAR-LINEAS-FACTURA.
           *> Carga en WS-FDOC-* la factura WS-FDOC-FACTURA desde el
           *> indice; solo una factura de mas de 40 lineas obliga a
           *> leer su detalle del archivo donde esta.
           MOVE "N"    TO WS-FDOC-ENCONTRADA
           MOVE 0      TO WS-FDOC-LINEAS
           MOVE SPACES TO WS-FDOC-FECHA WS-FDOC-CLIENTE
                          WS-FDOC-COND WS-FDOC-METODO
                          WS-FDOC-RECIBIDO-TX WS-FDOC-CAMBIO-TX

           MOVE WS-FDOC-FACTURA TO FAC-NUMERO
           READ ARCH-FAC KEY IS FAC-NUMERO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF FAC-COMPLETA NOT = "S"
               PERFORM LEER-LINEAS-FACTURA-ARCHIVO
               EXIT PARAGRAPH
           END-IF

           MOVE "S"           TO WS-FDOC-ENCONTRADA
           MOVE FAC-FECHA     TO WS-FDOC-FECHA
           MOVE FAC-CLIENTE   TO WS-FDOC-CLIENTE
           MOVE FAC-CONDICION TO WS-FDOC-COND
           MOVE FAC-METODO    TO WS-FDOC-METODO
           IF FAC-METODO NOT = SPACES
               MOVE FAC-RECIBIDO TO WS-CAJA-MONTO-ED
               MOVE FUNCTION TRIM(WS-CAJA-MONTO-ED)
                   TO WS-FDOC-RECIBIDO-TX
               MOVE FAC-CAMBIO   TO WS-CAJA-MONTO-ED
               MOVE FUNCTION TRIM(WS-CAJA-MONTO-ED)
                   TO WS-FDOC-CAMBIO-TX
           END-IF
           PERFORM VARYING WS-FAC-IX FROM 1 BY 1
                   UNTIL WS-FAC-IX > FAC-NLIN
               PERFORM CARGAR-LINEA-FDOC-INDICE
           END-PERFORM
           .

       CARGAR-LINEA-FDOC-INDICE.
           ADD 1 TO WS-FDOC-LINEAS
           MOVE FAC-L-COD(WS-FAC-IX)  TO WS-FDOC-COD(WS-FDOC-LINEAS)
           MOVE FAC-L-CANT(WS-FAC-IX) TO WS-FDOC-CANT(WS-FDOC-LINEAS)
           MOVE FAC-L-DESC(WS-FAC-IX) TO WS-FDOC-DESC(WS-FDOC-LINEAS)
           MOVE FAC-L-COD(WS-FAC-IX)  TO V-COD
           MOVE FAC-L-COD(WS-FAC-IX)  TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   PERFORM NOMBRAR-LINEA-KIT-FDOC
               NOT INVALID KEY
                   MOVE PRD-NOMBRE TO WS-FDOC-NOM(WS-FDOC-LINEAS)
                   IF PRD-UNIDAD = SPACES
                       MOVE "UND" TO WS-FDOC-UNI(WS-FDOC-LINEAS)
                   ELSE
                       MOVE PRD-UNIDAD TO WS-FDOC-UNI(WS-FDOC-LINEAS)
                   END-IF
                   MOVE PRD-PRECIO TO V-PRECIO
           END-READ
           *> Las lineas viejas sin precio van al precio actual
           IF FAC-L-PRECIO(WS-FAC-IX) NOT = 0
               MOVE FAC-L-PRECIO(WS-FAC-IX) TO V-PRECIO
           END-IF
           MOVE V-PRECIO TO WS-FDOC-PRECIO(WS-FDOC-LINEAS)
           .

       LEER-LINEAS-FACTURA-ARCHIVO.
           *> Factura con mas lineas de las que guarda el indice: se
           *> barre solo el archivo donde quedaron (FAC-UBIC).
           IF FAC-UBIC = "H"
               CLOSE ARCH-HIST
               OPEN INPUT ARCH-HIST
               PERFORM UNTIL FS-HIST NOT = "00"
                   READ ARCH-HIST NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE REG-HIST-LINE TO REG-VENTA-LINE
                           PERFORM PROCESAR-LINEA-FACTDOC
                   END-READ
               END-PERFORM
               CLOSE ARCH-HIST
               OPEN EXTEND ARCH-HIST
           ELSE
               CLOSE ARCH-VEN
               OPEN INPUT ARCH-VEN
               PERFORM UNTIL FS-VEN NOT = "00"
                   READ ARCH-VEN NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM PROCESAR-LINEA-FACTDOC
                   END-READ
               END-PERFORM
               CLOSE ARCH-VEN
               OPEN EXTEND ARCH-VEN
           END-IF
           .

       PROCESAR-LINEA-FACTDOC.
           EVALUATE REG-VENTA-LINE(1:1)
           WHEN "H"
               MOVE SPACES TO V-CLIENTE V-CONDICION
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-FECHA V-CLIENTE
                         V-CONDICION
               END-UNSTRING
               IF V-NUMFACT = WS-FDOC-FACTURA
                   MOVE "S" TO WS-FDOC-ENCONTRADA
                   MOVE FUNCTION TRIM(V-FECHA) TO WS-FDOC-FECHA
                   MOVE V-CLIENTE  TO WS-FDOC-CLIENTE
                   MOVE V-CONDICION TO WS-FDOC-COND
               END-IF
           WHEN "D"
               MOVE SPACES TO V-PRECIO-TX V-DESC-TX
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                         V-PRECIO-TX V-DESC-TX
               END-UNSTRING
               IF V-NUMFACT = WS-FDOC-FACTURA AND
                  WS-FDOC-LINEAS >= 100
                   DISPLAY "AVISO: la factura tiene mas de 100 "
                           "lineas; el documento omite las "
                           "sobrantes."
               END-IF
               IF V-NUMFACT = WS-FDOC-FACTURA AND
                  WS-FDOC-LINEAS < 100
                   ADD 1 TO WS-FDOC-LINEAS
                   MOVE V-COD TO WS-FDOC-COD(WS-FDOC-LINEAS)
                   MOVE FUNCTION NUMVAL(V-CANT-TX)
                       TO WS-FDOC-CANT(WS-FDOC-LINEAS)
                   IF V-DESC-TX = SPACES
                       MOVE 0 TO WS-FDOC-DESC(WS-FDOC-LINEAS)
                   ELSE
                       MOVE FUNCTION NUMVAL(V-DESC-TX)
                           TO WS-FDOC-DESC(WS-FDOC-LINEAS)
                   END-IF
                   MOVE V-COD TO PRD-CODIGO
                   READ ARCH-PROD KEY IS PRD-CODIGO
                       INVALID KEY
                           PERFORM NOMBRAR-LINEA-KIT-FDOC
                       NOT INVALID KEY
                           MOVE PRD-NOMBRE
                               TO WS-FDOC-NOM(WS-FDOC-LINEAS)
                           IF PRD-UNIDAD = SPACES
                               MOVE "UND"
                                   TO WS-FDOC-UNI(WS-FDOC-LINEAS)
                           ELSE
                               MOVE PRD-UNIDAD
                                   TO WS-FDOC-UNI(WS-FDOC-LINEAS)
                           END-IF
                           MOVE PRD-PRECIO TO V-PRECIO
                   END-READ
                   IF V-PRECIO-TX NOT = SPACES
                       MOVE FUNCTION NUMVAL(V-PRECIO-TX)
                           TO V-PRECIO
                   END-IF
                   MOVE V-PRECIO
                       TO WS-FDOC-PRECIO(WS-FDOC-LINEAS)
               END-IF
           WHEN "P"
               *> P|FACTURA|METODO|TOTAL|RECIBIDO|CAMBIO
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                         V-PRECIO-TX V-CAMBIO-TX
               END-UNSTRING
               IF V-NUMFACT = WS-FDOC-FACTURA
                   MOVE V-COD(1:1)  TO WS-FDOC-METODO
                   MOVE V-PRECIO-TX TO WS-FDOC-RECIBIDO-TX
                   MOVE V-CAMBIO-TX TO WS-FDOC-CAMBIO-TX
               END-IF
           END-EVALUATE
           .

       NOMBRAR-LINEA-KIT-FDOC.
           *> Linea D cuyo codigo no esta en el maestro: si es un
           *> kit se muestra con su nombre; si no, el producto fue
           *> eliminado.
           MOVE V-COD TO KIT-CODIGO
           READ ARCH-KIT KEY IS KIT-CODIGO
               INVALID KEY
                   MOVE "(PRODUCTO ELIMINADO)"
                       TO WS-FDOC-NOM(WS-FDOC-LINEAS)
                   MOVE "UND" TO WS-FDOC-UNI(WS-FDOC-LINEAS)
                   MOVE 0 TO V-PRECIO
               NOT INVALID KEY
                   MOVE KIT-NOMBRE TO WS-FDOC-NOM(WS-FDOC-LINEAS)
                   MOVE "KIT" TO WS-FDOC-UNI(WS-FDOC-LINEAS)
                   MOVE KIT-PRECIO TO V-PRECIO
           END-READ
           .

       INDEXAR-LINEA-VENTA.
           *> Aplica a FACTURAS.DAT la linea de ventas en
           *> REG-VENTA-LINE; WS-FAC-UBIC dice en que archivo esta.
           EVALUATE REG-VENTA-LINE(1:1)
           WHEN "H"
               PERFORM INDEXAR-ENCABEZADO-FACTURA
           WHEN "D"
               PERFORM INDEXAR-DETALLE-FACTURA
           WHEN "P"
               PERFORM INDEXAR-PAGO-FACTURA
           WHEN "R"
               PERFORM INDEXAR-DEVOLUCION-FACTURA
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       INDEXAR-ENCABEZADO-FACTURA.
           MOVE SPACES TO FI-FECHA FI-CLIENTE FI-COND FI-OPER
           UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                INTO FI-TIPO FI-FACT FI-FECHA FI-CLIENTE FI-COND
                     FI-OPER
           END-UNSTRING
           INITIALIZE REG-FAC
           MOVE FI-FACT                TO FAC-NUMERO
           MOVE FUNCTION TRIM(FI-FECHA) TO FAC-FECHA
           MOVE FI-CLIENTE             TO FAC-CLIENTE
           MOVE FI-COND                TO FAC-CONDICION
           MOVE FI-OPER                TO FAC-OPER
           MOVE WS-FAC-UBIC            TO FAC-UBIC
           MOVE "S"                    TO FAC-COMPLETA
           ADD 1 TO WS-FAC-CANT
           WRITE REG-FAC
               INVALID KEY
                   PERFORM REGRABAR-INDICE-FACTURA
           END-WRITE
           .

       INDEXAR-DETALLE-FACTURA.
           MOVE SPACES TO FI-PRECIO-TX FI-DESC-TX FI-KIT
           UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                INTO FI-TIPO FI-FACT FI-COD FI-CANT-TX FI-PRECIO-TX
                     FI-DESC-TX FI-KIT
           END-UNSTRING
           MOVE FI-FACT TO FAC-NUMERO
           READ ARCH-FAC KEY IS FAC-NUMERO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION NUMVAL(FI-CANT-TX) TO FI-CANT
           PERFORM VALORAR-LINEA-INDICE
           ADD FI-VALOR TO FAC-TOTAL
           IF FAC-NLIN < 40
               ADD 1 TO FAC-NLIN
               MOVE FI-COD  TO FAC-L-COD(FAC-NLIN)
               MOVE FI-CANT TO FAC-L-CANT(FAC-NLIN)
               MOVE 0       TO FAC-L-PRECIO(FAC-NLIN)
                               FAC-L-DESC(FAC-NLIN)
                               FAC-L-DEV(FAC-NLIN)
               IF FI-PRECIO-TX NOT = SPACES
                   MOVE FUNCTION NUMVAL(FI-PRECIO-TX)
                       TO FAC-L-PRECIO(FAC-NLIN)
               END-IF
               IF FI-DESC-TX NOT = SPACES
                   MOVE FUNCTION NUMVAL(FI-DESC-TX)
                       TO FAC-L-DESC(FAC-NLIN)
               END-IF
               MOVE FI-KIT  TO FAC-L-KIT(FAC-NLIN)
           ELSE
               MOVE "N" TO FAC-COMPLETA
           END-IF
           PERFORM REGRABAR-INDICE-FACTURA
           .

       INDEXAR-PAGO-FACTURA.
           MOVE SPACES TO FI-RECIB-TX FI-CAMBIO-TX
           UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                INTO FI-TIPO FI-FACT FI-METODO FI-PRECIO-TX
                     FI-RECIB-TX FI-CAMBIO-TX
           END-UNSTRING
           MOVE FI-FACT TO FAC-NUMERO
           READ ARCH-FAC KEY IS FAC-NUMERO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE FI-METODO TO FAC-METODO
           MOVE FUNCTION NUMVAL(FI-RECIB-TX)  TO FAC-RECIBIDO
           MOVE FUNCTION NUMVAL(FI-CAMBIO-TX) TO FAC-CAMBIO
           PERFORM REGRABAR-INDICE-FACTURA
           .

       INDEXAR-DEVOLUCION-FACTURA.
           MOVE SPACES TO FI-PRECIO-TX FI-KIT
           UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                INTO FI-TIPO FI-FACT FI-COD FI-CANT-TX FI-FECHA
                     FI-PRECIO-TX FI-KIT
           END-UNSTRING
           MOVE FI-FACT TO FAC-NUMERO
           READ ARCH-FAC KEY IS FAC-NUMERO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION NUMVAL(FI-CANT-TX) TO FI-CANT
           PERFORM VALORAR-LINEA-INDICE
           ADD FI-VALOR TO FAC-DEVUELTO
           *> Lo devuelto se anota en la primera linea de ese codigo
           *> que todavia tenga saldo por devolver.
           MOVE "N" TO WS-FAC-HECHO
           PERFORM VARYING WS-FAC-IX FROM 1 BY 1
                   UNTIL WS-FAC-IX > FAC-NLIN OR WS-FAC-HECHO = "S"
               IF FAC-L-COD(WS-FAC-IX) = FI-COD AND
                  FAC-L-DEV(WS-FAC-IX) < FAC-L-CANT(WS-FAC-IX)
                   ADD FI-CANT TO FAC-L-DEV(WS-FAC-IX)
                   MOVE "S" TO WS-FAC-HECHO
               END-IF
           END-PERFORM
           PERFORM REGRABAR-INDICE-FACTURA
           .

       VALORAR-LINEA-INDICE.
           *> Valor de la linea al precio grabado en ella; las
           *> lineas viejas sin precio, al precio actual del maestro
           *> como en VALORAR-LINEA-PRECIO (solo al reconstruir).
           IF FI-PRECIO-TX NOT = SPACES
               COMPUTE FI-VALOR =
                   FUNCTION NUMVAL(FI-PRECIO-TX) * FI-CANT
           ELSE
               MOVE FI-COD  TO V-COD
               MOVE FI-CANT TO V-CANT
               MOVE SPACES  TO V-PRECIO-TX
               PERFORM VALORAR-LINEA-PRECIO
               MOVE WS-VALOR-LINE TO FI-VALOR
           END-IF
           .

       REGRABAR-INDICE-FACTURA.
           REWRITE REG-FAC
               INVALID KEY
                   DISPLAY "ERROR al actualizar FACTURAS.DAT. FS="
                           FS-FAC
           END-REWRITE
           .

       MARCAR-FACTURA-HISTORICO.
           *> La factura V-NUMFACT paso a VENTAS_HIST.TXT
           MOVE V-NUMFACT TO FAC-NUMERO
           READ ARCH-FAC KEY IS FAC-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "H" TO FAC-UBIC
                   PERFORM REGRABAR-INDICE-FACTURA
           END-READ
           .

       RECONSTRUIR-INDICE-FACTURAS.
           *> Rehace FACTURAS.DAT barriendo VENTAS_HIST.TXT y luego
           *> ventas.txt, en el orden en que se grabaron.
           CLOSE ARCH-FAC
           OPEN OUTPUT ARCH-FAC
           CLOSE ARCH-FAC
           OPEN I-O ARCH-FAC
           MOVE 0 TO WS-FAC-CANT

           MOVE "H" TO WS-FAC-UBIC
           CLOSE ARCH-HIST
           OPEN INPUT ARCH-HIST
           PERFORM UNTIL FS-HIST NOT = "00"
               READ ARCH-HIST NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE REG-HIST-LINE TO REG-VENTA-LINE
                       PERFORM INDEXAR-LINEA-VENTA
               END-READ
           END-PERFORM
           CLOSE ARCH-HIST
           OPEN EXTEND ARCH-HIST

           MOVE "V" TO WS-FAC-UBIC
           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           PERFORM UNTIL FS-VEN NOT = "00"
               READ ARCH-VEN NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM INDEXAR-LINEA-VENTA
               END-READ
           END-PERFORM
           CLOSE ARCH-VEN
           OPEN EXTEND ARCH-VEN

           MOVE "N" TO WS-FAC-NUEVO
           DISPLAY "Facturas indexadas: " WS-FAC-CANT
           DISPLAY "FACTURAS.DAT reconstruido."
           .

       GENERAR-FE-FACTURA.
           *> Comprobante electronico FE_nnnnnnn.TXT de la factura
           *> ya cargada con BUSCAR-LINEAS-FACTURA (fecha, cliente y
           *> lineas en WS-FDOC-*). Queda en estado P (pendiente)
           *> hasta que la orden de batch REPROCESAR_FE la marque
           *> enviada.
           IF WS-FDOC-ENCONTRADA NOT = "S" OR WS-FDOC-LINEAS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "CONTADO" TO WS-FE-CLI-NOMBRE
           MOVE SPACES    TO WS-FE-CLI-CONTACTO
           IF WS-FDOC-CLIENTE NOT = SPACES
               MOVE WS-FDOC-CLIENTE TO CLI-CODIGO
               READ ARCH-CLI KEY IS CLI-CODIGO
                   INVALID KEY
                       MOVE "(CLIENTE ELIMINADO)"
                           TO WS-FE-CLI-NOMBRE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE   TO WS-FE-CLI-NOMBRE
                       MOVE CLI-CONTACTO TO WS-FE-CLI-CONTACTO
               END-READ
           END-IF

           MOVE SPACES TO WS-FACTDOC-NOMBRE
           STRING "FE_"           DELIMITED BY SIZE
                  WS-FDOC-FACTURA DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
               INTO WS-FACTDOC-NOMBRE
           END-STRING
           OPEN OUTPUT ARCH-FACTDOC
           IF FS-FACTDOC NOT = "00"
               DISPLAY "ERROR: no se pudo crear "
                       FUNCTION TRIM(WS-FACTDOC-NOMBRE)
                       ". FS=" FS-FACTDOC
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-FACTDOC-LINE
           STRING "E|"             DELIMITED BY SIZE
                  WS-FDOC-FACTURA  DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  WS-FDOC-FECHA    DELIMITED BY SIZE
                  "|F|"            DELIMITED BY SIZE
                  WS-FDOC-CLIENTE  DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FE-CLI-NOMBRE)
                                   DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FE-CLI-CONTACTO)
                                   DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE

           MOVE 0 TO WS-FE-SUBT-TOT WS-FE-IVA-TOT WS-FE-TOT
           PERFORM VARYING WS-FDOC-IX FROM 1 BY 1
                   UNTIL WS-FDOC-IX > WS-FDOC-LINEAS
               COMPUTE WS-FE-IMP = WS-FDOC-CANT(WS-FDOC-IX)
                   * WS-FDOC-PRECIO(WS-FDOC-IX)
               COMPUTE WS-FE-NETO ROUNDED = WS-FE-IMP
                   * 100 / (100 + WS-IVA-TASA)
               COMPUTE WS-FE-IVA-LIN = WS-FE-IMP - WS-FE-NETO
               ADD WS-FE-NETO    TO WS-FE-SUBT-TOT
               ADD WS-FE-IVA-LIN TO WS-FE-IVA-TOT
               ADD WS-FE-IMP     TO WS-FE-TOT
               PERFORM ESCRIBIR-LINEA-FE
           END-PERFORM

           PERFORM ESCRIBIR-TOTAL-FE
           CLOSE ARCH-FACTDOC

           MOVE "F" TO WS-FE-TIPO
           MOVE WS-FDOC-FACTURA TO WS-FE-DOC
           MOVE WS-FDOC-FACTURA TO WS-FE-FACT
           MOVE WS-FDOC-FECHA   TO WS-FE-FECHA
           MOVE "P" TO WS-FE-ESTADO
           PERFORM GRABAR-ESTADO-FE

           DISPLAY "Comprobante electronico generado: "
                   FUNCTION TRIM(WS-FACTDOC-NOMBRE)
                   " (pendiente de envio)"
           .

       ESCRIBIR-LINEA-FE.
           MOVE WS-FDOC-CANT(WS-FDOC-IX) TO WS-FDOC-CANT-ED
           MOVE WS-FE-NETO               TO WS-FDOC-IMPORTE-ED
           MOVE WS-FDOC-IMPORTE-ED       TO Q-MONTO1-TX
           MOVE WS-FE-IVA-LIN            TO WS-FDOC-IMPORTE-ED
           MOVE WS-FDOC-IMPORTE-ED       TO Q-MONTO2-TX
           MOVE WS-FE-IMP                TO WS-FDOC-IMPORTE-ED
           MOVE WS-FDOC-IMPORTE-ED       TO Q-MONTO3-TX
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING "L|"                        DELIMITED BY SIZE
                  WS-FDOC-COD(WS-FDOC-IX)     DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FDOC-CANT-ED)
                                              DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO1-TX)  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO2-TX)  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO3-TX)  DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE
           .

       ESCRIBIR-TOTAL-FE.
           MOVE WS-FE-SUBT-TOT     TO WS-FDOC-IMPORTE-ED
           MOVE WS-FDOC-IMPORTE-ED TO Q-MONTO1-TX
           MOVE WS-FE-IVA-TOT      TO WS-FDOC-IMPORTE-ED
           MOVE WS-FDOC-IMPORTE-ED TO Q-MONTO2-TX
           MOVE WS-FE-TOT          TO WS-FDOC-IMPORTE-ED
           MOVE WS-FDOC-IMPORTE-ED TO Q-MONTO3-TX
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING "T|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO1-TX)  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO2-TX)  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO3-TX)  DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE
           .

       GENERAR-FE-NC.
           *> Nota de credito electronica NC_nnnnnnn.TXT por la
           *> devolucion recien grabada: producto en REG-PROD,
           *> cantidad en WS-CANT-DEV-SIGN, precio congelado en
           *> WS-DEV-PRECIO, fecha en WS-FECHA-TRIM y factura de
           *> referencia en IN-FACTURA-DEV.
           PERFORM CONTAR-NC
           ADD 1 TO WS-FE-NC-NUM
           MOVE WS-FE-NC-NUM TO WS-FE-DOC

           MOVE SPACES TO WS-FACTDOC-NOMBRE
           STRING "NC_"      DELIMITED BY SIZE
                  WS-FE-DOC  DELIMITED BY SIZE
                  ".TXT"     DELIMITED BY SIZE
               INTO WS-FACTDOC-NOMBRE
           END-STRING
           OPEN OUTPUT ARCH-FACTDOC
           IF FS-FACTDOC NOT = "00"
               DISPLAY "ERROR: no se pudo crear "
                       FUNCTION TRIM(WS-FACTDOC-NOMBRE)
                       ". FS=" FS-FACTDOC
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-FACTDOC-LINE
           STRING "E|"            DELIMITED BY SIZE
                  WS-FE-DOC       DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-FECHA-TRIM   DELIMITED BY SIZE
                  "|N|"           DELIMITED BY SIZE
                  IN-FACTURA-DEV  DELIMITED BY SIZE
                  "|NOTA DE CREDITO|"
                                  DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE

           COMPUTE WS-FE-IMP = WS-DEV-PRECIO * WS-CANT-DEV-SIGN
           COMPUTE WS-FE-NETO ROUNDED = WS-FE-IMP
               * 100 / (100 + WS-IVA-TASA)
           COMPUTE WS-FE-IVA-LIN = WS-FE-IMP - WS-FE-NETO
           MOVE WS-FE-NETO    TO WS-FE-SUBT-TOT
           MOVE WS-FE-IVA-LIN TO WS-FE-IVA-TOT
           MOVE WS-FE-IMP     TO WS-FE-TOT

           MOVE WS-CANT-DEV-SIGN   TO WS-FDOC-CANT-ED
           MOVE WS-FE-NETO         TO WS-FDOC-IMPORTE-ED
           MOVE WS-FDOC-IMPORTE-ED TO Q-MONTO1-TX
           MOVE WS-FE-IVA-LIN      TO WS-FDOC-IMPORTE-ED
           MOVE WS-FDOC-IMPORTE-ED TO Q-MONTO2-TX
           MOVE WS-FE-IMP          TO WS-FDOC-IMPORTE-ED
           MOVE WS-FDOC-IMPORTE-ED TO Q-MONTO3-TX
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING "L|"                        DELIMITED BY SIZE
                  PRD-CODIGO                  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FDOC-CANT-ED)
                                              DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO1-TX)  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO2-TX)  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO3-TX)  DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE

           PERFORM ESCRIBIR-TOTAL-FE
           CLOSE ARCH-FACTDOC

           MOVE "N" TO WS-FE-TIPO
           MOVE IN-FACTURA-DEV TO WS-FE-FACT
           MOVE WS-FECHA-TRIM  TO WS-FE-FECHA
           MOVE "P" TO WS-FE-ESTADO
           PERFORM GRABAR-ESTADO-FE

           DISPLAY "Nota de credito electronica generada: "
                   FUNCTION TRIM(WS-FACTDOC-NOMBRE)
                   " (pendiente de envio)"
           .

       CONTAR-NC.
           *> El consecutivo de notas de credito sale de las lineas
           *> tipo N ya asentadas en FE_ESTADO.DAT.
           MOVE 0 TO WS-FE-NC-NUM
           CLOSE ARCH-FEST
           OPEN INPUT ARCH-FEST
           PERFORM UNTIL FS-FEST NOT = "00"
               READ ARCH-FEST NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       UNSTRING REG-FEST-LINE DELIMITED BY "|"
                            INTO FE-TIPO FE-DOC FE-FACT FE-FECHA
                                 FE-EST
                       END-UNSTRING
                       IF FE-TIPO = "N" AND
                          FUNCTION NUMVAL(FE-DOC) > WS-FE-NC-NUM
                           MOVE FUNCTION NUMVAL(FE-DOC)
                               TO WS-FE-NC-NUM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-FEST
           OPEN EXTEND ARCH-FEST
           .

       GRABAR-ESTADO-FE.
           MOVE SPACES TO REG-FEST-LINE
           STRING WS-FE-TIPO   DELIMITED BY SIZE
                  "|"          DELIMITED BY SIZE
                  WS-FE-DOC    DELIMITED BY SIZE
                  "|"          DELIMITED BY SIZE
                  WS-FE-FACT   DELIMITED BY SIZE
                  "|"          DELIMITED BY SIZE
                  WS-FE-FECHA  DELIMITED BY SIZE
                  "|"          DELIMITED BY SIZE
                  WS-FE-ESTADO DELIMITED BY SIZE
               INTO REG-FEST-LINE
           END-STRING
           WRITE REG-FEST-LINE
           IF FS-FEST NOT = "00"
               DISPLAY "ERROR al escribir en FE_ESTADO.DAT. FS="
                       FS-FEST
           END-IF
           .

       REPROCESAR-FE.
           *> Orden de batch: regenera los comprobantes con estado
           *> pendiente y los deja marcados como enviados.
           PERFORM CARGAR-ESTADOS-FE
           MOVE 0 TO WS-FE-REPROC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FE-FECHA
           PERFORM VARYING WS-FEP-IX FROM 1 BY 1
                   UNTIL WS-FEP-IX > WS-FEP-CANT
               IF WS-FEP-EST(WS-FEP-IX) = "P"
                   PERFORM REPROCESAR-UN-FE
               END-IF
           END-PERFORM
           DISPLAY "Comprobantes reprocesados y marcados como "
                   "enviados: " WS-FE-REPROC
           .

       REPROCESAR-UN-FE.
           IF WS-FEP-TIPO(WS-FEP-IX) = "F"
               MOVE WS-FEP-DOC(WS-FEP-IX) TO WS-FDOC-FACTURA
               PERFORM BUSCAR-LINEAS-FACTURA
               IF WS-FDOC-ENCONTRADA NOT = "S" OR
                  WS-FDOC-LINEAS = 0
                   DISPLAY "AVISO: no se pudo reconstruir la "
                           "factura " WS-FEP-DOC(WS-FEP-IX)
                           "; queda pendiente."
                   EXIT PARAGRAPH
               END-IF
               PERFORM GENERAR-FE-FACTURA
           END-IF
           *> La nota de credito ya quedo escrita en disco al
           *> registrarse; solo falta marcarla enviada.
           MOVE WS-FEP-TIPO(WS-FEP-IX) TO WS-FE-TIPO
           MOVE WS-FEP-DOC(WS-FEP-IX)  TO WS-FE-DOC
           MOVE WS-FEP-FACT(WS-FEP-IX) TO WS-FE-FACT
           MOVE "E" TO WS-FE-ESTADO
           PERFORM GRABAR-ESTADO-FE
           ADD 1 TO WS-FE-REPROC
           .

       CARGAR-ESTADOS-FE.
           *> Estado vigente por documento: manda la ultima linea
           *> que aparezca para cada TIPO+DOC.
           MOVE 0 TO WS-FEP-CANT
           CLOSE ARCH-FEST
           OPEN INPUT ARCH-FEST
           PERFORM UNTIL FS-FEST NOT = "00"
               READ ARCH-FEST NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       UNSTRING REG-FEST-LINE DELIMITED BY "|"
                            INTO FE-TIPO FE-DOC FE-FACT FE-FECHA
                                 FE-EST
                       END-UNSTRING
                       PERFORM ANOTAR-ESTADO-FE
               END-READ
           END-PERFORM
           CLOSE ARCH-FEST
           OPEN EXTEND ARCH-FEST
           .

       ANOTAR-ESTADO-FE.
           PERFORM VARYING WS-FEP-IX FROM 1 BY 1
                   UNTIL WS-FEP-IX > WS-FEP-CANT
                      OR (WS-FEP-TIPO(WS-FEP-IX) = FE-TIPO AND
                          WS-FEP-DOC(WS-FEP-IX) = FE-DOC(1:7))
               CONTINUE
           END-PERFORM
           IF WS-FEP-IX <= WS-FEP-CANT
               MOVE FE-EST TO WS-FEP-EST(WS-FEP-IX)
               EXIT PARAGRAPH
           END-IF
           IF WS-FEP-CANT >= 500
               DISPLAY "AVISO: demasiados comprobantes en "
                       "FE_ESTADO.DAT; se omiten los siguientes."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FEP-CANT
           MOVE FE-TIPO      TO WS-FEP-TIPO(WS-FEP-CANT)
           MOVE FE-DOC(1:7)  TO WS-FEP-DOC(WS-FEP-CANT)
           MOVE FE-FACT(1:7) TO WS-FEP-FACT(WS-FEP-CANT)
           MOVE FE-EST       TO WS-FEP-EST(WS-FEP-CANT)
           .

       REPORTE-IVA-PERIODO.
           DISPLAY "----- Reporte de IVA por periodo -----".
           DISPLAY "Mes a declarar (AAAAMM): "
           ACCEPT IN-MES-IVA
           MOVE FUNCTION TRIM(IN-MES-IVA) TO IN-MES-IVA
           IF FUNCTION LENGTH(FUNCTION TRIM(IN-MES-IVA)) NOT = 6 OR
              FUNCTION TEST-NUMVAL(IN-MES-IVA) NOT = 0
               DISPLAY "ERROR: Mes invalido (6 digitos AAAAMM)."
               EXIT PARAGRAPH
           END-IF
           MOVE IN-MES-IVA(1:6) TO WS-IVA-PER

           MOVE 0 TO WS-IVA-BRUTO WS-IVA-DEV
           MOVE "N" TO WS-IVA-FACT-EN

           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           PERFORM UNTIL FS-VEN NOT = "00"
               READ ARCH-VEN NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-LINEA-IVA
               END-READ
           END-PERFORM
           CLOSE ARCH-VEN
           OPEN EXTEND ARCH-VEN

           CLOSE ARCH-HIST
           OPEN INPUT ARCH-HIST
           PERFORM UNTIL FS-HIST NOT = "00"
               READ ARCH-HIST NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE REG-HIST-LINE TO REG-VENTA-LINE
                       PERFORM ACUMULAR-LINEA-IVA
               END-READ
           END-PERFORM
           CLOSE ARCH-HIST
           OPEN EXTEND ARCH-HIST

           COMPUTE WS-IVA-NETO-PER = WS-IVA-BRUTO - WS-IVA-DEV
           COMPUTE WS-IVA-GRAVADO ROUNDED = WS-IVA-NETO-PER
               * 100 / (100 + WS-IVA-TASA)
           COMPUTE WS-IVA-COBRADO = WS-IVA-NETO-PER
               - WS-IVA-GRAVADO

           DISPLAY " "
           DISPLAY "IVA del periodo " WS-IVA-PER
           MOVE WS-IVA-BRUTO TO WS-IVA-MONTO-ED
           DISPLAY "Ventas brutas (IVA incluido):   "
                   WS-IVA-MONTO-ED
           MOVE WS-IVA-DEV TO WS-IVA-MONTO-ED
           DISPLAY "Devoluciones (IVA incluido):    "
                   WS-IVA-MONTO-ED
           MOVE WS-IVA-NETO-PER TO WS-IVA-MONTO-ED
           DISPLAY "Ventas netas (IVA incluido):    "
                   WS-IVA-MONTO-ED
           MOVE WS-IVA-GRAVADO TO WS-IVA-MONTO-ED
           DISPLAY "Base gravada sin IVA:           "
                   WS-IVA-MONTO-ED
           MOVE WS-IVA-COBRADO TO WS-IVA-MONTO-ED
           DISPLAY "IVA cobrado a declarar:         "
                   WS-IVA-MONTO-ED

           *> Dejarlo tambien en un archivo para la declaracion
           MOVE SPACES TO WS-RESP-NOMBRE
           STRING "IVA_" WS-IVA-PER ".CSV"
               DELIMITED BY SIZE INTO WS-RESP-NOMBRE
           END-STRING
           OPEN OUTPUT ARCH-RESP
           IF FS-RESP NOT = "00"
               DISPLAY "ERROR: no se pudo crear "
                       FUNCTION TRIM(WS-RESP-NOMBRE)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-RESP-LINE
           STRING "PERIODO,VENTAS_BRUTAS,DEVOLUCIONES,"
                      DELIMITED BY SIZE
                  "BASE_GRAVADA,IVA_COBRADO"
                      DELIMITED BY SIZE
               INTO REG-RESP-LINE
           END-STRING
           WRITE REG-RESP-LINE
           MOVE SPACES TO REG-RESP-LINE
           MOVE WS-IVA-BRUTO TO WS-IVA-MONTO-ED
           MOVE WS-IVA-MONTO-ED TO Q-MONTO1-TX
           MOVE WS-IVA-DEV TO WS-IVA-MONTO-ED
           MOVE WS-IVA-MONTO-ED TO Q-MONTO2-TX
           MOVE WS-IVA-GRAVADO TO WS-IVA-MONTO-ED
           MOVE WS-IVA-MONTO-ED TO Q-MONTO3-TX
           MOVE WS-IVA-COBRADO TO WS-IVA-MONTO-ED
           STRING WS-IVA-PER                  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO1-TX)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO2-TX)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO3-TX)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IVA-MONTO-ED)
                                              DELIMITED BY SIZE
               INTO REG-RESP-LINE
           END-STRING
           WRITE REG-RESP-LINE
           CLOSE ARCH-RESP
           DISPLAY "Detalle exportado a "
                   FUNCTION TRIM(WS-RESP-NOMBRE)
           .

       ACUMULAR-LINEA-IVA.
           EVALUATE REG-VENTA-LINE(1:1)
           WHEN "H"
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-FECHA
               END-UNSTRING
               MOVE FUNCTION TRIM(V-FECHA) TO V-FECHA
               IF V-FECHA(1:6) = WS-IVA-PER
                   MOVE "S" TO WS-IVA-FACT-EN
               ELSE
                   MOVE "N" TO WS-IVA-FACT-EN
               END-IF
           WHEN "D"
               IF WS-IVA-FACT-EN = "S"
                   MOVE SPACES TO V-PRECIO-TX V-DESC-TX
                   UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                        INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                             V-PRECIO-TX V-DESC-TX
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
                   PERFORM VALORAR-LINEA-PRECIO
                   ADD WS-VALOR-LINE TO WS-IVA-BRUTO
               END-IF
           WHEN "R"
               MOVE SPACES TO V-PRECIO-TX
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX V-FECHA
                         V-PRECIO-TX
               END-UNSTRING
               MOVE FUNCTION TRIM(V-FECHA) TO V-FECHA
               IF V-FECHA(1:6) = WS-IVA-PER
                   MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
                   PERFORM VALORAR-LINEA-PRECIO
                   ADD WS-VALOR-LINE TO WS-IVA-DEV
               END-IF
           END-EVALUATE
           .

       REIMPRIMIR-FACTURA.
           DISPLAY "----- Reimprimir factura -----".
           DISPLAY "Numero de factura: "
           ACCEPT IN-FACT-REIMP
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(IN-FACT-REIMP))
              NOT = 0
               DISPLAY "ERROR: Numero de factura invalido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-FACT-REIMP) TO WS-FDOC-FACT-NUM
           MOVE WS-FDOC-FACT-NUM TO WS-FDOC-FACTURA
           PERFORM GENERAR-DOCUMENTO-FACTURA
           .

       ABRIR-CAJA.
           DISPLAY "----- Abrir caja -----".
           IF WS-CAJA-ABIERTA = "S"
               DISPLAY "ERROR: Ya hay una caja abierta por el "
                       "operador " FUNCTION TRIM(WS-CAJA-OPER) "."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Fondo inicial de la caja (>= 0): "
           ACCEPT IN-FONDO-TX
           IF FUNCTION TEST-NUMVAL-F(IN-FONDO-TX) NOT = 0
               DISPLAY "ERROR: Fondo invalido."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(IN-FONDO-TX) < 0
               DISPLAY "ERROR: El fondo no puede ser negativo."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(IN-FONDO-TX) TO WS-CAJA-FONDO
           MOVE FUNCTION CURRENT-DATE(1:8)   TO WS-CAJA-FECHA
           MOVE 0   TO WS-CAJA-EFECTIVO WS-CAJA-TARJETA
                       WS-CAJA-PUNTOS
           MOVE "S" TO WS-CAJA-ABIERTA
           MOVE WS-OPER-ACTUAL TO WS-CAJA-OPER

           *> Hasta donde llega ventas.txt al abrir: si el programa
           *> se cae, el turno se reconstruye desde esa linea.
           PERFORM CONTAR-LINEAS-VENTAS
           MOVE WS-RCJ-POS TO WS-CAJA-LINEAS
           MOVE WS-CAJA-FONDO TO WS-CAJA-MONTO-ED
           MOVE SPACES TO REG-ARQ-LINE
            STRING
             "S"                              DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-OPER-ACTUAL)    DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             WS-CAJA-FECHA                    DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-CAJA-MONTO-ED)  DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             WS-RCJ-POS                       DELIMITED BY SIZE
             INTO REG-ARQ-LINE
          END-STRING
          WRITE REG-ARQ-LINE
            IF FS-ARQ NOT = "00"
          DISPLAY "ERROR al escribir en ARQUEOS.DAT. FS=" FS-ARQ
         END-IF

           DISPLAY "Caja abierta por "
                   FUNCTION TRIM(WS-OPER-ACTUAL) " con fondo "
                   FUNCTION TRIM(WS-CAJA-MONTO-ED) "."
           .

       CERRAR-CAJA.
           DISPLAY "----- Cerrar caja (arqueo) -----".
           IF WS-CAJA-ABIERTA NOT = "S"
               DISPLAY "ERROR: No hay una caja abierta."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ARQ-ESPERADO = WS-CAJA-FONDO
               + WS-CAJA-EFECTIVO
           MOVE WS-CAJA-FONDO    TO WS-CAJA-MONTO-ED
           DISPLAY "Fondo inicial:        "
                   FUNCTION TRIM(WS-CAJA-MONTO-ED)
           MOVE WS-CAJA-EFECTIVO TO WS-CAJA-MONTO-ED
           DISPLAY "Efectivo del turno:   "
                   FUNCTION TRIM(WS-CAJA-MONTO-ED)
           MOVE WS-CAJA-TARJETA  TO WS-CAJA-MONTO-ED
           DISPLAY "Ventas con tarjeta:   "
                   FUNCTION TRIM(WS-CAJA-MONTO-ED)
                   " (no cuentan en el efectivo)"
           MOVE WS-CAJA-PUNTOS   TO WS-CAJA-MONTO-ED
           DISPLAY "Pagado con puntos:    "
                   FUNCTION TRIM(WS-CAJA-MONTO-ED)
                   " (no cuentan en el efectivo)"
           MOVE WS-ARQ-ESPERADO  TO WS-CAJA-MONTO-ED
           DISPLAY "Efectivo esperado:    "
                   FUNCTION TRIM(WS-CAJA-MONTO-ED)

           DISPLAY "Efectivo contado en la gaveta: "
           ACCEPT IN-CONTADO-TX
           IF FUNCTION TEST-NUMVAL-F(IN-CONTADO-TX) NOT = 0
               DISPLAY "ERROR: Monto invalido; la caja sigue "
                       "abierta."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-CONTADO-TX) TO WS-ARQ-CONTADO
           PERFORM GRABAR-ARQUEO-CIERRE
           MOVE "N" TO WS-CAJA-ABIERTA
           DISPLAY "Caja cerrada."
           .

       GRABAR-ARQUEO-CIERRE.
           *> Linea C del turno en WS-CAJA-* con lo esperado y lo
           *> contado (WS-ARQ-ESPERADO / WS-ARQ-CONTADO).
           COMPUTE WS-ARQ-DIF = WS-ARQ-CONTADO - WS-ARQ-ESPERADO

           MOVE WS-ARQ-ESPERADO TO WS-CAJA-MONTO-ED
           MOVE WS-ARQ-CONTADO  TO WS-CAJA-MONTO2-ED
           MOVE WS-ARQ-DIF      TO WS-CAJA-MONTO3-ED
           MOVE WS-CAJA-TARJETA TO WS-VOP-MONTO-ED
           MOVE WS-CAJA-PUNTOS  TO WS-PTS-MONTO-ED
           MOVE SPACES TO REG-ARQ-LINE
            STRING
             "C"                               DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             FUNCTION TRIM(WS-CAJA-OPER)       DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             WS-CAJA-FECHA                     DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             FUNCTION TRIM(WS-CAJA-MONTO-ED)   DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             FUNCTION TRIM(WS-CAJA-MONTO2-ED)  DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             FUNCTION TRIM(WS-CAJA-MONTO3-ED)  DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             FUNCTION TRIM(WS-VOP-MONTO-ED)    DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             FUNCTION TRIM(WS-PTS-MONTO-ED)    DELIMITED BY SIZE
             INTO REG-ARQ-LINE
          END-STRING
          WRITE REG-ARQ-LINE
            IF FS-ARQ NOT = "00"
          DISPLAY "ERROR al escribir en ARQUEOS.DAT. FS=" FS-ARQ
         END-IF

           IF WS-ARQ-DIF = 0
               DISPLAY "Arqueo cuadrado; sin diferencia."
           ELSE
               DISPLAY "DIFERENCIA DE ARQUEO: "
                       FUNCTION TRIM(WS-CAJA-MONTO3-ED)
           END-IF
           .

       CONSULTA-ARQUEOS.
           DISPLAY "----- Consulta de arqueos -----".
           DISPLAY "TIPO    |OPER |FECHA   |ESPERADO    |CONTADO"
                   "     |DIFERENCIA"
           DISPLAY "-----------------------------------------------"
                   "-----------"
           MOVE 0 TO WS-ARQ-LINEAS
           CLOSE ARCH-ARQ
           OPEN INPUT ARCH-ARQ
           PERFORM UNTIL FS-ARQ NOT = "00"
               READ ARCH-ARQ NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM MOSTRAR-LINEA-ARQUEO
               END-READ
           END-PERFORM
           CLOSE ARCH-ARQ
           OPEN EXTEND ARCH-ARQ
           IF WS-ARQ-LINEAS = 0
               DISPLAY "No hay arqueos registrados."
           END-IF
           .

       MOSTRAR-LINEA-ARQUEO.
           MOVE SPACES TO Q-MONTO1-TX Q-MONTO2-TX Q-MONTO3-TX
                          Q-MONTO4-TX Q-MONTO5-TX
           UNSTRING REG-ARQ-LINE DELIMITED BY "|"
                INTO Q-TIPO Q-OPER Q-FECHA Q-MONTO1-TX
                     Q-MONTO2-TX Q-MONTO3-TX Q-MONTO4-TX
                     Q-MONTO5-TX
           END-UNSTRING
           ADD 1 TO WS-ARQ-LINEAS
           EVALUATE Q-TIPO
           WHEN "S"
               DISPLAY "APERTURA|" Q-OPER "|" Q-FECHA "|fondo: "
                       FUNCTION TRIM(Q-MONTO1-TX)
           WHEN "C"
               DISPLAY "ARQUEO  |" Q-OPER "|" Q-FECHA "|"
                       FUNCTION TRIM(Q-MONTO1-TX) " |"
                       FUNCTION TRIM(Q-MONTO2-TX) " |"
                       FUNCTION TRIM(Q-MONTO3-TX)
               IF Q-MONTO4-TX NOT = SPACES
                   DISPLAY "        tarjeta del turno: "
                           FUNCTION TRIM(Q-MONTO4-TX)
               END-IF
               IF Q-MONTO5-TX NOT = SPACES
                   DISPLAY "        puntos del turno:  "
                           FUNCTION TRIM(Q-MONTO5-TX)
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       GRABAR-MOVIMIENTO.
           *> Asienta en el kardex el movimiento descrito en los
           *> campos WS-MOV-* para el producto cargado en REG-PROD.
           *> El consecutivo MOV-SEQ se resuelve reintentando la
           *> escritura hasta dar con uno libre dentro del mismo
           *> producto y fecha.
           MOVE PRD-CODIGO   TO MOV-CODIGO
           MOVE WS-MOV-FECHA TO MOV-FECHA
           MOVE 0            TO MOV-SEQ
           MOVE WS-MOV-TIPO  TO MOV-TIPO
           MOVE WS-MOV-CANT  TO MOV-CANT
           MOVE WS-MOV-REF   TO MOV-REF
           MOVE WS-MOV-UBIC  TO MOV-UBIC
           MOVE "N" TO WS-MOV-GRABADO
           PERFORM UNTIL WS-MOV-GRABADO = "S"
                      OR MOV-SEQ >= 9999999
               ADD 1 TO MOV-SEQ
               WRITE REG-MOV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-MOV-GRABADO
               END-WRITE
           END-PERFORM
           IF WS-MOV-GRABADO NOT = "S"
               DISPLAY "ERROR al escribir en MOVIMIENTOS.DAT. FS="
                       FS-MOV
           END-IF
           .

       ACTUALIZAR-RESUMEN-VENTA.
           *> Acumula en RESUMEN_VENTAS.DAT el movimiento descrito
           *> en los campos WS-RES-* (producto+fecha); crea el
           *> registro si es el primero del dia.
           MOVE WS-RES-COD   TO RES-CODIGO
           MOVE WS-RES-FECHA TO RES-FECHA
           READ ARCH-RES KEY IS RES-CLAVE
               INVALID KEY
                   MOVE WS-RES-UND  TO RES-UNIDADES
                   MOVE WS-RES-DEV  TO RES-DEVUELTAS
                   MOVE WS-RES-ING  TO RES-INGRESO
                   MOVE WS-RES-DEVM TO RES-DEV-MONTO
                   MOVE WS-RES-CGS  TO RES-COSTO
                   WRITE REG-RES
                       INVALID KEY
                           DISPLAY "ERROR al escribir en "
                                   "RESUMEN_VENTAS.DAT. FS=" FS-RES
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-RES-UND  TO RES-UNIDADES
                   ADD WS-RES-DEV  TO RES-DEVUELTAS
                   ADD WS-RES-ING  TO RES-INGRESO
                   ADD WS-RES-DEVM TO RES-DEV-MONTO
                   ADD WS-RES-CGS  TO RES-COSTO
                   REWRITE REG-RES
                       INVALID KEY
                           DISPLAY "ERROR al actualizar "
                                   "RESUMEN_VENTAS.DAT. FS=" FS-RES
                   END-REWRITE
           END-READ
           .

       DESCARGAR-LOTES-FEFO.
           *> Descarga WS-LOT-DESCARGA unidades del producto cargado
           *> en REG-PROD recorriendo sus lotes en orden de clave
           *> (FEFO). Un producto sin lotes registrados no se toca
           *> ni genera avisos: el START puede posicionarse sobre el
           *> lote de otro producto, asi que solo cuenta lo visto
           *> con WS-LOT-TIENE.
           MOVE "N" TO WS-LOT-TIENE
           MOVE PRD-CODIGO TO LOT-PRODUCTO
           MOVE SPACES     TO LOT-VENCE LOT-NUMERO
           START ARCH-LOT KEY NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-LOT NOT = "00"
                      OR WS-LOT-DESCARGA = 0
               READ ARCH-LOT NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LOT-PRODUCTO NOT = PRD-CODIGO
                           EXIT PERFORM
                       END-IF
                       MOVE "S" TO WS-LOT-TIENE
                       IF LOT-CANT > 0
                           IF LOT-CANT >= WS-LOT-DESCARGA
                               SUBTRACT WS-LOT-DESCARGA FROM LOT-CANT
                               MOVE 0 TO WS-LOT-DESCARGA
                           ELSE
                               SUBTRACT LOT-CANT FROM WS-LOT-DESCARGA
                               MOVE 0 TO LOT-CANT
                           END-IF
                           REWRITE REG-LOT
                               INVALID KEY
                                   DISPLAY "ERROR al actualizar "
                                           "LOTES.DAT. FS=" FS-LOT
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOT-TIENE = "S" AND WS-LOT-DESCARGA > 0
               MOVE WS-LOT-DESCARGA TO WS-LOT-CANT-ED
               DISPLAY "AVISO: " FUNCTION TRIM(WS-LOT-CANT-ED)
                       " unidad(es) salieron sin lote que las "
                       "respalde; revise los lotes de "
                       FUNCTION TRIM(PRD-CODIGO) "."
           END-IF
           .

       RECARGAR-LOTES-FEFO.
           *> Una devolucion vuelve al lote que vence primero (el
           *> mismo orden FEFO de la descarga). Si el producto no
           *> lleva control de lote no hay nada que recargar.
           MOVE PRD-CODIGO TO LOT-PRODUCTO
           MOVE SPACES     TO LOT-VENCE LOT-NUMERO
           START ARCH-LOT KEY NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ ARCH-LOT NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF LOT-PRODUCTO = PRD-CODIGO
               ADD WS-LOT-DESCARGA TO LOT-CANT
               REWRITE REG-LOT
                   INVALID KEY
                       DISPLAY "ERROR al actualizar LOTES.DAT. FS="
                               FS-LOT
               END-REWRITE
           END-IF
           .

       VERIFICAR-LOTES-PRODUCTO.
           *> Deja WS-LOT-TIENE en "S" si el producto cargado en
           *> REG-PROD tiene al menos un lote registrado.
           MOVE "N" TO WS-LOT-TIENE
           MOVE PRD-CODIGO TO LOT-PRODUCTO
           MOVE SPACES     TO LOT-VENCE LOT-NUMERO
           START ARCH-LOT KEY NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ ARCH-LOT NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF LOT-PRODUCTO = PRD-CODIGO
               MOVE "S" TO WS-LOT-TIENE
           END-IF
           .

       REGISTRAR-LOTE-RECEPCION.
           *> Captura el lote y su vencimiento para la recepcion ya
           *> grabada (WS-RECEP-CANT-SIGN unidades del producto en
           *> REG-PROD). Un producto no perecedero se deja en blanco
           *> y sigue sin control de lote.
           DISPLAY "Numero de lote (blanco = sin control de lote): "
           ACCEPT IN-LOTE-NUMERO
           IF FUNCTION TRIM(IN-LOTE-NUMERO) = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fecha de vencimiento del lote (AAAAMMDD): "
           ACCEPT IN-LOTE-VENCE
           MOVE FUNCTION TRIM(IN-LOTE-VENCE) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           IF WS-VALIDO NOT = "S"
               DISPLAY "AVISO: la recepcion quedo grabada pero sin "
                       "lote; registre el lote con otra recepcion."
               EXIT PARAGRAPH
           END-IF

           MOVE PRD-CODIGO    TO LOT-PRODUCTO
           MOVE WS-FECHA-TRIM TO LOT-VENCE
           MOVE FUNCTION TRIM(IN-LOTE-NUMERO) TO LOT-NUMERO
           READ ARCH-LOT KEY IS LOT-CLAVE
               INVALID KEY
                   MOVE WS-RECEP-CANT-SIGN TO LOT-CANT
                   WRITE REG-LOT
                       INVALID KEY
                           DISPLAY "ERROR al escribir en LOTES.DAT. "
                                   "FS=" FS-LOT
                       NOT INVALID KEY
                           DISPLAY "Lote " FUNCTION TRIM(LOT-NUMERO)
                                   " registrado; vence " LOT-VENCE
                                   "."
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-RECEP-CANT-SIGN TO LOT-CANT
                   REWRITE REG-LOT
                       INVALID KEY
                           DISPLAY "ERROR al actualizar LOTES.DAT. "
                                   "FS=" FS-LOT
                       NOT INVALID KEY
                           DISPLAY "Lote " FUNCTION TRIM(LOT-NUMERO)
                                   " acumulado; vence " LOT-VENCE
                                   "."
                   END-REWRITE
           END-READ
           .

       REPORTE-LOTES-VENCER.
           DISPLAY "----- Lotes por vencer -----".
           DISPLAY "Dias hacia adelante a revisar (ej. 30): "
           ACCEPT IN-DIAS-VENC-TX
           IF FUNCTION TEST-NUMVAL(IN-DIAS-VENC-TX) NOT = 0
               DISPLAY "ERROR: Cantidad de dias invalida."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-DIAS-VENC-TX) TO WS-LOT-DIAS

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOT-HOY
           MOVE FUNCTION NUMVAL(WS-LOT-HOY) TO WS-LOT-FECHA-INT
           COMPUTE WS-LOT-LIMITE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-LOT-FECHA-INT)
               + WS-LOT-DIAS)
           MOVE WS-LOT-LIMITE-NUM TO WS-LOT-LIMITE

           DISPLAY " "
           DISPLAY "Lotes que vencen en o antes del " WS-LOT-LIMITE
           DISPLAY "PROD |LOTE      |VENCE   |CANTIDAD|ESTADO"
           DISPLAY "------------------------------------------------"
           MOVE 0 TO WS-LOT-LINEAS
           MOVE SPACES TO LOT-PRODUCTO LOT-VENCE LOT-NUMERO
           START ARCH-LOT KEY NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   DISPLAY "No hay lotes registrados."
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-LOT NOT = "00"
               READ ARCH-LOT NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LOT-CANT > 0 AND
                          LOT-VENCE <= WS-LOT-LIMITE
                           ADD 1 TO WS-LOT-LINEAS
                           MOVE LOT-CANT TO WS-LOT-CANT-ED
                           IF LOT-VENCE < WS-LOT-HOY
                               DISPLAY LOT-PRODUCTO "|" LOT-NUMERO
                                   "|" LOT-VENCE "|" WS-LOT-CANT-ED
                                   "|VENCIDO"
                           ELSE
                               DISPLAY LOT-PRODUCTO "|" LOT-NUMERO
                                   "|" LOT-VENCE "|" WS-LOT-CANT-ED
                                   "|POR VENCER"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "------------------------------------------------"
           IF WS-LOT-LINEAS = 0
               DISPLAY "Ningun lote vence en ese plazo."
           ELSE
               DISPLAY "Lotes listados: " WS-LOT-LINEAS
           END-IF
           .

       NORMALIZAR-STOCK-UBIC.
           *> Los productos registrados antes del control por
           *> ubicacion no traen sala/bodega repartidos; mientras
           *> sala + bodega no cuadre con el consolidado se asume
           *> que todo esta en la sala, como se trabajaba antes.
           IF PRD-STOCK-SALA + PRD-STOCK-BODEGA NOT = PRD-STOCK
               MOVE PRD-STOCK TO PRD-STOCK-SALA
               MOVE 0         TO PRD-STOCK-BODEGA
           END-IF
           .

       TRASLADO-UBICACION.
           DISPLAY "----- Traslado entre sala y bodega -----".
           DISPLAY "Codigo del producto (interno o de barras): "
           ACCEPT IN-CODIGO-VEN
           MOVE FUNCTION TRIM(IN-CODIGO-VEN) TO WS-COD-ENTRADA
               DISPLAY "ERROR: Ese codigo de producto no existe."
               EXIT PARAGRAPH
           END-IF
           PERFORM NORMALIZAR-STOCK-UBIC

           MOVE PRD-STOCK-SALA   TO WS-STOCK-SALA-ED
           MOVE PRD-STOCK-BODEGA TO WS-STOCK-BOD-ED
           DISPLAY FUNCTION TRIM(PRD-NOMBRE) ": sala "
                   FUNCTION TRIM(WS-STOCK-SALA-ED) ", bodega "
                   FUNCTION TRIM(WS-STOCK-BOD-ED) "."

           DISPLAY "Sentido (S=bodega a sala, B=sala a bodega): "
           ACCEPT IN-TRAS-SENTIDO
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-TRAS-SENTIDO))
               TO IN-TRAS-SENTIDO
           IF IN-TRAS-SENTIDO NOT = "S" AND IN-TRAS-SENTIDO NOT = "B"
               DISPLAY "ERROR: Sentido invalido (S o B)."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Cantidad a trasladar en "
                   FUNCTION TRIM(PRD-UNIDAD) " (> 0): "
           ACCEPT IN-TRAS-CANT-TX
           IF FUNCTION TEST-NUMVAL-F(IN-TRAS-CANT-TX) NOT = 0
               DISPLAY "ERROR: Cantidad invalida."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-TRAS-CANT-TX) TO WS-TRAS-CANT
           IF WS-TRAS-CANT <= 0
               DISPLAY "ERROR: La cantidad debe ser mayor que cero."
               EXIT PARAGRAPH
           END-IF
           IF (PRD-UNIDAD = "UND" OR PRD-UNIDAD = SPACES) AND
              FUNCTION INTEGER(WS-TRAS-CANT) NOT = WS-TRAS-CANT
               DISPLAY "ERROR: Ese producto se maneja por unidades "
                       "enteras."
               EXIT PARAGRAPH
           END-IF
           IF IN-TRAS-SENTIDO = "S" AND
              WS-TRAS-CANT > PRD-STOCK-BODEGA
               DISPLAY "ERROR: No hay suficiente stock en bodega."
               EXIT PARAGRAPH
           END-IF
           IF IN-TRAS-SENTIDO = "B"
               PERFORM CALCULAR-SALA-LIBRE
               IF WS-TRAS-CANT > WS-APA-DISPONIBLE
                   MOVE WS-APA-DISPONIBLE TO WS-STOCK-SALA-ED
                   DISPLAY "ERROR: No hay suficiente stock libre en "
                           "sala (lo apartado no se traslada). "
                           "Disponible: "
                           FUNCTION TRIM(WS-STOCK-SALA-ED)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Fecha del traslado (AAAAMMDD): "
           ACCEPT IN-FECHA-VEN
           MOVE FUNCTION TRIM(IN-FECHA-VEN) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF

           IF IN-TRAS-SENTIDO = "S"
               SUBTRACT WS-TRAS-CANT FROM PRD-STOCK-BODEGA
               ADD WS-TRAS-CANT TO PRD-STOCK-SALA
           ELSE
               SUBTRACT WS-TRAS-CANT FROM PRD-STOCK-SALA
               ADD WS-TRAS-CANT TO PRD-STOCK-BODEGA
           END-IF
           REWRITE REG-PROD
               INVALID KEY
                   DISPLAY "ERROR: no se pudo grabar el traslado."
                   EXIT PARAGRAPH
           END-REWRITE

           *> El traslado queda asentado en el kardex con tipo T y
           *> la cantidad con signo hacia la sala; no afecta el
           *> consolidado.
           MOVE "T" TO WS-MOV-TIPO
           IF IN-TRAS-SENTIDO = "S"
               MOVE WS-TRAS-CANT TO WS-MOV-CANT
               MOVE "S" TO WS-MOV-UBIC
           ELSE
               COMPUTE WS-MOV-CANT = 0 - WS-TRAS-CANT
               MOVE "B" TO WS-MOV-UBIC
           END-IF
           MOVE "TRASLAD"     TO WS-MOV-REF
           MOVE WS-FECHA-TRIM TO WS-MOV-FECHA
           PERFORM GRABAR-MOVIMIENTO

           MOVE PRD-STOCK-SALA   TO WS-STOCK-SALA-ED
           MOVE PRD-STOCK-BODEGA TO WS-STOCK-BOD-ED
           DISPLAY "Traslado registrado. Ahora: sala "
                   FUNCTION TRIM(WS-STOCK-SALA-ED) ", bodega "
                   FUNCTION TRIM(WS-STOCK-BOD-ED) "."
           .

       KARDEX-PRODUCTO.
           DISPLAY "----- Kardex de un producto -----".
           DISPLAY "Codigo del producto: "
           ACCEPT IN-KDX-CODIGO
           MOVE FUNCTION TRIM(IN-KDX-CODIGO) TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
        INVALID KEY
            DISPLAY "ERROR: Ese codigo de producto no existe."
            EXIT PARAGRAPH
          END-READ

           DISPLAY "Fecha inicio (AAAAMMDD): "
           ACCEPT IN-FECHA-INI
           MOVE FUNCTION TRIM(IN-FECHA-INI) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-TRIM TO IN-FECHA-INI
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Fecha fin (AAAAMMDD): "
           ACCEPT IN-FECHA-FIN
           MOVE FUNCTION TRIM(IN-FECHA-FIN) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-TRIM TO IN-FECHA-FIN
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF

           IF IN-FECHA-INI > IN-FECHA-FIN
               DISPLAY "ERROR: Fecha inicio mayor que fecha fin."
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Kardex de " FUNCTION TRIM(PRD-NOMBRE)
                   " de " IN-FECHA-INI " hasta " IN-FECHA-FIN
           DISPLAY "FECHA   |TIPO      |REF    |CANTIDAD|SALDO"
           DISPLAY "------------------------------------------------"

           MOVE 0   TO WS-KDX-SALDO WS-KDX-LINEAS
           MOVE "N" TO WS-KDX-ENCAB

           MOVE PRD-CODIGO TO MOV-CODIGO
           MOVE "00000000" TO MOV-FECHA
           MOVE 0          TO MOV-SEQ
           START ARCH-MOV KEY NOT LESS THAN MOV-CLAVE
               INVALID KEY
                   DISPLAY "No hay movimientos asentados para ese "
                           "producto."
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL FS-MOV NOT = "00"
               READ ARCH-MOV NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MOV-CODIGO NOT = PRD-CODIGO OR
                          MOV-FECHA > IN-FECHA-FIN
                           EXIT PERFORM
                       END-IF
                       PERFORM MOSTRAR-LINEA-KARDEX
               END-READ
           END-PERFORM

           DISPLAY "------------------------------------------------"
           IF WS-KDX-LINEAS = 0
               DISPLAY "No hay movimientos en el rango; saldo segun "
                       "movimientos previos:"
           END-IF
           MOVE WS-KDX-SALDO TO WS-KDX-SALDO-ED
           DISPLAY "SALDO FINAL SEGUN KARDEX: "
                   FUNCTION TRIM(WS-KDX-SALDO-ED)
           MOVE PRD-STOCK TO WS-STOCK-ED
           DISPLAY "STOCK ACTUAL DEL MAESTRO: "
                   FUNCTION TRIM(WS-STOCK-ED)
           .

       MOSTRAR-LINEA-KARDEX.
           *> Un traslado entre ubicaciones (tipo T) se muestra pero
           *> no mueve el saldo consolidado del producto.
           IF MOV-TIPO = "T"
               MOVE 0 TO WS-KDX-CANT-MOV
           ELSE
               MOVE MOV-CANT TO WS-KDX-CANT-MOV
           END-IF
           ADD WS-KDX-CANT-MOV TO WS-KDX-SALDO
           IF MOV-FECHA < IN-FECHA-INI
               EXIT PARAGRAPH
           END-IF
           IF WS-KDX-ENCAB NOT = "S"
               MOVE "S" TO WS-KDX-ENCAB
               COMPUTE WS-KDX-SALDO = WS-KDX-SALDO - WS-KDX-CANT-MOV
               MOVE WS-KDX-SALDO TO WS-KDX-SALDO-ED
               DISPLAY "SALDO INICIAL SEGUN MOVIMIENTOS: "
                       FUNCTION TRIM(WS-KDX-SALDO-ED)
               ADD WS-KDX-CANT-MOV TO WS-KDX-SALDO
           END-IF
           EVALUATE MOV-TIPO
           WHEN "V"
               MOVE "VENTA     " TO WS-KDX-TIPO-DESC
           WHEN "R"
               MOVE "DEVOLUCION" TO WS-KDX-TIPO-DESC
           WHEN "E"
               MOVE "RECEPCION " TO WS-KDX-TIPO-DESC
           WHEN "A"
               MOVE "AJUSTE    " TO WS-KDX-TIPO-DESC
           WHEN "T"
               MOVE "TRASLADO  " TO WS-KDX-TIPO-DESC
           WHEN "D"
               MOVE "DEV.PROV. " TO WS-KDX-TIPO-DESC
           WHEN OTHER
               MOVE "OTRO      " TO WS-KDX-TIPO-DESC
           END-EVALUATE
           MOVE MOV-CANT     TO WS-KDX-CANT-ED
           MOVE WS-KDX-SALDO TO WS-KDX-SALDO-ED
           DISPLAY MOV-FECHA "|" WS-KDX-TIPO-DESC "|" MOV-REF "|"
                   WS-KDX-CANT-ED "|" WS-KDX-SALDO-ED
           ADD 1 TO WS-KDX-LINEAS
           .

       VALORIZAR-INVENTARIO-FECHA.
           DISPLAY "----- Valorizacion de inventario a una fecha -----".
           DISPLAY "Fecha de corte (AAAAMMDD): "
           ACCEPT IN-VAL-FECHA
           MOVE FUNCTION TRIM(IN-VAL-FECHA) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-FECHA-TRIM > FUNCTION CURRENT-DATE(1:8)
               DISPLAY "ERROR: La fecha de corte no puede ser futura."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-TRIM TO WS-VAL-FECHA

           DISPLAY "Dias sin venta para considerarla sin movimiento "
                   "(blanco=90): "
           ACCEPT IN-VAL-DIAS-TX
           IF FUNCTION TRIM(IN-VAL-DIAS-TX) = SPACES
               MOVE 90 TO WS-VAL-DIAS-LIM
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(IN-VAL-DIAS-TX))
                  NOT = 0
                   DISPLAY "ERROR: Cantidad de dias invalida."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(IN-VAL-DIAS-TX) TO WS-VAL-DIAS-LIM
               IF WS-VAL-DIAS-LIM = 0
                   DISPLAY "ERROR: Los dias deben ser mayores que "
                           "cero."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           *> Ventana de 90 dias para el ritmo de venta reciente
           MOVE FUNCTION NUMVAL(WS-VAL-FECHA) TO WS-VAL-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-VAL-NUM)
               TO WS-VAL-FECHA-INT
           COMPUTE WS-VAL-NUM = FUNCTION DATE-OF-INTEGER(
               WS-VAL-FECHA-INT - 89)
           MOVE WS-VAL-NUM TO WS-VAL-DESDE

           PERFORM CARGAR-COSTOS-RECEPCION
           PERFORM CARGAR-CATEGORIAS-VALOR

           MOVE SPACES TO WS-RESP-NOMBRE
           STRING "VALORIZACION_" WS-VAL-FECHA ".CSV"
               DELIMITED BY SIZE INTO WS-RESP-NOMBRE
           END-STRING
           OPEN OUTPUT ARCH-RESP
           IF FS-RESP NOT = "00"
               DISPLAY "ERROR: no se pudo crear "
                       FUNCTION TRIM(WS-RESP-NOMBRE)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-RESP-LINE
           STRING "TIPO,CODIGO,NOMBRE,CATEGORIA,CANTIDAD,COSTO,VALOR,"
                      DELIMITED BY SIZE
                  "ULTIMA_VENTA,DIAS_SIN_VENTA,MESES_COBERTURA,ESTADO"
                      DELIMITED BY SIZE
               INTO REG-RESP-LINE
           END-STRING
           WRITE REG-RESP-LINE

           MOVE 0 TO WS-VAL-TOTAL WS-VAL-PRODS
                     WS-VAL-LEN-CANT WS-VAL-LEN-TOTAL

           DISPLAY " "
           DISPLAY "Inventario valorizado al " WS-VAL-FECHA
           DISPLAY "CODIG|NOMBRE                   |CATEGORIA      |"
                   "     CANTIDAD|   COSTO|           VALOR|ESTADO"
           DISPLAY "-----------------------------------------------"
                   "-----------------------------------------------"

           MOVE SPACES TO PRD-CODIGO
           START ARCH-PROD KEY NOT LESS THAN PRD-CODIGO
               INVALID KEY
                   DISPLAY "No hay productos registrados."
                   CLOSE ARCH-RESP
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-PROD NOT = "00"
               READ ARCH-PROD NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM VALORIZAR-PRODUCTO-FECHA
               END-READ
           END-PERFORM

           DISPLAY "-----------------------------------------------"
                   "-----------------------------------------------"
           DISPLAY "(*) sin recepciones con costo hasta la fecha: "
                   "valorado al costo actual del maestro."

           *> Subtotales por categoria
           DISPLAY " "
           DISPLAY "Subtotal por categoria"
           DISPLAY "CATEGORIA      |PRODUCTOS|           VALOR"
           PERFORM VARYING WS-VAL-CAT-IX FROM 1 BY 1
                   UNTIL WS-VAL-CAT-IX > WS-VAL-CAT-CANT
               IF WS-VAL-CAT-PRODS(WS-VAL-CAT-IX) > 0
                   PERFORM MOSTRAR-CATEGORIA-VALOR
               END-IF
           END-PERFORM
           MOVE WS-VAL-PRODS TO WS-VAL-PRODS-ED
           MOVE WS-VAL-TOTAL TO WS-VAL-VALOR-ED
           DISPLAY "TOTAL          |    " WS-VAL-PRODS-ED "|"
                   WS-VAL-VALOR-ED
           MOVE SPACES TO REG-RESP-LINE
           STRING "T,,,,,,"                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-VALOR-ED) DELIMITED BY SIZE
                  ",,,,"                       DELIMITED BY SIZE
               INTO REG-RESP-LINE
           END-STRING
           WRITE REG-RESP-LINE

           PERFORM MOSTRAR-MERCADERIA-LENTA

           CLOSE ARCH-RESP
           DISPLAY "Detalle exportado a "
                   FUNCTION TRIM(WS-RESP-NOMBRE)
           .

       CARGAR-COSTOS-RECEPCION.
           *> Costo pagado en cada recepcion, por numero de recepcion
           *> (son consecutivos desde 1). Las recepciones viejas sin
           *> costo quedan en cero y no mueven el promedio.
           INITIALIZE WS-VAL-REC-TAB
           MOVE 0 TO WS-VAL-REC-MAX WS-VAL-REC-FUERA
           CLOSE ARCH-RECEP
           OPEN INPUT ARCH-RECEP
           PERFORM UNTIL FS-RECEP NOT = "00"
               READ ARCH-RECEP NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CARGAR-COSTO-RECEPCION
               END-READ
           END-PERFORM
           CLOSE ARCH-RECEP
           OPEN EXTEND ARCH-RECEP
           IF WS-VAL-REC-FUERA > 0
               DISPLAY "AVISO: " WS-VAL-REC-FUERA
                       " recepcion(es) fuera de la tabla de costos; "
                       "no entran al promedio."
           END-IF
           .

       CARGAR-COSTO-RECEPCION.
           MOVE SPACES TO R-COSTO-TX
           UNSTRING REG-RECEP-LINE DELIMITED BY "|"
                INTO R-NUM-TX R-PROV-TX R-PROD-TX R-CANT-TX
                     R-FECHA-TX R-COSTO-TX
           END-UNSTRING
           IF R-COSTO-TX = SPACES OR
              FUNCTION TEST-NUMVAL(FUNCTION TRIM(R-NUM-TX)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(R-NUM-TX) TO WS-VAL-REC-NUM
           IF WS-VAL-REC-NUM < 1 OR WS-VAL-REC-NUM > 9999
               ADD 1 TO WS-VAL-REC-FUERA
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(R-COSTO-TX)
               TO WS-VAL-REC-COSTO(WS-VAL-REC-NUM)
           IF WS-VAL-REC-NUM > WS-VAL-REC-MAX
               MOVE WS-VAL-REC-NUM TO WS-VAL-REC-MAX
           END-IF
           .

       CARGAR-CATEGORIAS-VALOR.
           *> Una entrada por categoria de CATEGORIAS.DAT y la ultima
           *> para los productos cuya categoria no esta registrada.
           MOVE 0 TO WS-VAL-CAT-CANT
           MOVE SPACES TO CAT-CODIGO
           START ARCH-CAT KEY NOT LESS THAN CAT-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS-CAT NOT = "00"
                              OR WS-VAL-CAT-CANT >= 100
                       READ ARCH-CAT NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               ADD 1 TO WS-VAL-CAT-CANT
                               MOVE FUNCTION UPPER-CASE(FUNCTION
                                   TRIM(CAT-DESCRIPCION))
                                   TO WS-VAL-CAT-NOM(WS-VAL-CAT-CANT)
                               MOVE 0 TO
                                   WS-VAL-CAT-PRODS(WS-VAL-CAT-CANT)
                                   WS-VAL-CAT-VALOR(WS-VAL-CAT-CANT)
                       END-READ
                   END-PERFORM
           END-START
           ADD 1 TO WS-VAL-CAT-CANT
           MOVE "(SIN CATEGORIA)" TO WS-VAL-CAT-NOM(WS-VAL-CAT-CANT)
           MOVE 0 TO WS-VAL-CAT-PRODS(WS-VAL-CAT-CANT)
                     WS-VAL-CAT-VALOR(WS-VAL-CAT-CANT)
           .

       VALORIZAR-PRODUCTO-FECHA.
           *> Primera pasada por el kardex del producto: lo movido en
           *> total y despues de la fecha, y la ultima venta.
           MOVE 0      TO WS-VAL-MOV-TOTAL WS-VAL-MOV-POST
           MOVE SPACES TO WS-VAL-ULT-VENTA
           MOVE PRD-CODIGO TO MOV-CODIGO
           MOVE "00000000" TO MOV-FECHA
           MOVE 0          TO MOV-SEQ
           START ARCH-MOV KEY NOT LESS THAN MOV-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS-MOV NOT = "00"
                       READ ARCH-MOV NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF MOV-CODIGO NOT = PRD-CODIGO
                                   EXIT PERFORM
                               END-IF
                               PERFORM SUMAR-MOVIMIENTO-VALOR
                       END-READ
                   END-PERFORM
           END-START
           COMPUTE WS-VAL-CANT  = PRD-STOCK - WS-VAL-MOV-POST
           COMPUTE WS-VAL-SALDO = PRD-STOCK - WS-VAL-MOV-TOTAL
           IF WS-VAL-CANT = 0
               EXIT PARAGRAPH
           END-IF

           *> Segunda pasada: el promedio ponderado hasta la fecha,
           *> partiendo de la existencia anterior al primer
           *> movimiento asentado.
           MOVE 0   TO WS-VAL-COSTO
           MOVE "N" TO WS-VAL-CON-COSTO
           MOVE PRD-CODIGO TO MOV-CODIGO
           MOVE "00000000" TO MOV-FECHA
           MOVE 0          TO MOV-SEQ
           START ARCH-MOV KEY NOT LESS THAN MOV-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS-MOV NOT = "00"
                       READ ARCH-MOV NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF MOV-CODIGO NOT = PRD-CODIGO OR
                                  MOV-FECHA > WS-VAL-FECHA
                                   EXIT PERFORM
                               END-IF
                               PERFORM REPASAR-COSTO-MOVIMIENTO
                       END-READ
                   END-PERFORM
           END-START
           MOVE SPACES TO WS-VAL-MARCA
           IF WS-VAL-CON-COSTO NOT = "S"
               MOVE PRD-COSTO TO WS-VAL-COSTO
               MOVE "*" TO WS-VAL-MARCA
           END-IF
           COMPUTE WS-VAL-VALOR = WS-VAL-CANT * WS-VAL-COSTO

           PERFORM CLASIFICAR-ROTACION-PRODUCTO

           ADD 1 TO WS-VAL-PRODS
           ADD WS-VAL-VALOR TO WS-VAL-TOTAL
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRD-CATEGORIA))
               TO WS-VAL-CAT-BUSCA
           PERFORM VARYING WS-VAL-CAT-IX FROM 1 BY 1
                   UNTIL WS-VAL-CAT-IX >= WS-VAL-CAT-CANT
                      OR WS-VAL-CAT-NOM(WS-VAL-CAT-IX)
                         = WS-VAL-CAT-BUSCA
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-VAL-CAT-PRODS(WS-VAL-CAT-IX)
           ADD WS-VAL-VALOR TO WS-VAL-CAT-VALOR(WS-VAL-CAT-IX)

           MOVE WS-VAL-CANT  TO WS-VAL-CANT-ED
           MOVE WS-VAL-COSTO TO WS-VAL-COSTO-ED
           MOVE WS-VAL-VALOR TO WS-VAL-VALOR-ED
           DISPLAY PRD-CODIGO "|" PRD-NOMBRE "|" PRD-CATEGORIA "|"
                   WS-VAL-CANT-ED "|" WS-VAL-COSTO-ED WS-VAL-MARCA
                   "|" WS-VAL-VALOR-ED "|" WS-VAL-ESTADO

           IF WS-VAL-ESTADO NOT = SPACES
               PERFORM GUARDAR-MERCADERIA-LENTA
           END-IF
           PERFORM EXPORTAR-LINEA-VALOR
           .

       SUMAR-MOVIMIENTO-VALOR.
           *> Un traslado no mueve el consolidado
           IF MOV-TIPO = "T"
               EXIT PARAGRAPH
           END-IF
           ADD MOV-CANT TO WS-VAL-MOV-TOTAL
           IF MOV-FECHA > WS-VAL-FECHA
               ADD MOV-CANT TO WS-VAL-MOV-POST
           ELSE
               IF MOV-TIPO = "V"
                   MOVE MOV-FECHA TO WS-VAL-ULT-VENTA
               END-IF
           END-IF
           .

       REPASAR-COSTO-MOVIMIENTO.
           *> Mismo promedio que RECIBIR-MERCANCIA y
           *> DEVOLVER-A-PROVEEDOR aplican al maestro.
           EVALUATE MOV-TIPO
           WHEN "E"
               PERFORM UBICAR-COSTO-RECEPCION
               IF WS-VAL-COSTO-REC > 0
                   MOVE "S" TO WS-VAL-CON-COSTO
                   IF WS-VAL-COSTO = 0 OR WS-VAL-SALDO <= 0
                       MOVE WS-VAL-COSTO-REC TO WS-VAL-COSTO
                   ELSE
                       COMPUTE WS-VAL-COSTO ROUNDED =
                           (WS-VAL-COSTO * WS-VAL-SALDO
                            + WS-VAL-COSTO-REC * MOV-CANT)
                           / (WS-VAL-SALDO + MOV-CANT)
                   END-IF
               END-IF
           WHEN "D"
               PERFORM UBICAR-COSTO-RECEPCION
               COMPUTE WS-VAL-DEVQ = 0 - MOV-CANT
               IF WS-VAL-COSTO-REC > 0 AND
                  WS-VAL-SALDO > WS-VAL-DEVQ
                   COMPUTE WS-VAL-INV ROUNDED =
                       WS-VAL-COSTO * WS-VAL-SALDO
                       - WS-VAL-COSTO-REC * WS-VAL-DEVQ
                   IF WS-VAL-INV > 0
                       COMPUTE WS-VAL-COSTO ROUNDED = WS-VAL-INV
                           / (WS-VAL-SALDO - WS-VAL-DEVQ)
                   END-IF
               END-IF
           WHEN "T"
               EXIT PARAGRAPH
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           ADD MOV-CANT TO WS-VAL-SALDO
           .

       UBICAR-COSTO-RECEPCION.
           *> La referencia de E y D es el numero de recepcion
           MOVE 0 TO WS-VAL-COSTO-REC
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(MOV-REF)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(MOV-REF) TO WS-VAL-REC-NUM
           IF WS-VAL-REC-NUM >= 1 AND
              WS-VAL-REC-NUM <= WS-VAL-REC-MAX
               MOVE WS-VAL-REC-COSTO(WS-VAL-REC-NUM)
                   TO WS-VAL-COSTO-REC
           END-IF
           .

       CLASIFICAR-ROTACION-PRODUCTO.
           *> Dias desde la ultima venta y meses de cobertura al
           *> ritmo de los ultimos 90 dias (sin venta: 9999.9).
           MOVE SPACES TO WS-VAL-ESTADO
           MOVE 0      TO WS-VAL-DIAS WS-VAL-VENDIDO
           MOVE 9999.9 TO WS-VAL-MESES
           IF WS-VAL-ULT-VENTA NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VAL-ULT-VENTA) TO WS-VAL-NUM
               COMPUTE WS-VAL-DIAS = WS-VAL-FECHA-INT
                   - FUNCTION INTEGER-OF-DATE(WS-VAL-NUM)
           END-IF

           MOVE PRD-CODIGO   TO RES-CODIGO
           MOVE WS-VAL-DESDE TO RES-FECHA
           START ARCH-RES KEY NOT LESS THAN RES-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS-RES NOT = "00"
                       READ ARCH-RES NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF RES-CODIGO NOT = PRD-CODIGO OR
                                  RES-FECHA > WS-VAL-FECHA
                                   EXIT PERFORM
                               END-IF
                               ADD RES-UNIDADES TO WS-VAL-VENDIDO
                               SUBTRACT RES-DEVUELTAS
                                   FROM WS-VAL-VENDIDO
                       END-READ
                   END-PERFORM
           END-START
           IF WS-VAL-VENDIDO > 0 AND WS-VAL-CANT > 0
               IF WS-VAL-CANT * 3 / WS-VAL-VENDIDO < 9999.9
                   COMPUTE WS-VAL-MESES ROUNDED =
                       WS-VAL-CANT * 3 / WS-VAL-VENDIDO
               END-IF
           END-IF

           IF WS-VAL-CANT <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL-ULT-VENTA = SPACES OR
              WS-VAL-DIAS >= WS-VAL-DIAS-LIM
               MOVE "MUERTO" TO WS-VAL-ESTADO
           ELSE
               IF WS-VAL-MESES * 30 > WS-VAL-DIAS-LIM
                   MOVE "LENTO" TO WS-VAL-ESTADO
               END-IF
           END-IF
           .

       GUARDAR-MERCADERIA-LENTA.
           ADD WS-VAL-VALOR TO WS-VAL-LEN-TOTAL
           IF WS-VAL-LEN-CANT >= 500
               DISPLAY "AVISO: demasiados productos sin movimiento; "
                       "se omiten del listado los siguientes."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VAL-LEN-CANT
           MOVE PRD-CODIGO       TO WS-VAL-LEN-COD(WS-VAL-LEN-CANT)
           MOVE PRD-NOMBRE       TO WS-VAL-LEN-NOM(WS-VAL-LEN-CANT)
           MOVE WS-VAL-ULT-VENTA TO WS-VAL-LEN-ULT(WS-VAL-LEN-CANT)
           MOVE WS-VAL-DIAS      TO WS-VAL-LEN-DIAS(WS-VAL-LEN-CANT)
           MOVE WS-VAL-MESES     TO WS-VAL-LEN-MESES(WS-VAL-LEN-CANT)
           MOVE WS-VAL-VALOR     TO WS-VAL-LEN-VALOR(WS-VAL-LEN-CANT)
           MOVE WS-VAL-ESTADO    TO WS-VAL-LEN-ESTADO(WS-VAL-LEN-CANT)
           .

       MOSTRAR-CATEGORIA-VALOR.
           MOVE WS-VAL-CAT-PRODS(WS-VAL-CAT-IX) TO WS-VAL-PRODS-ED
           MOVE WS-VAL-CAT-VALOR(WS-VAL-CAT-IX) TO WS-VAL-VALOR-ED
           DISPLAY WS-VAL-CAT-NOM(WS-VAL-CAT-IX) "|    "
                   WS-VAL-PRODS-ED "|" WS-VAL-VALOR-ED
           MOVE SPACES TO REG-RESP-LINE
           STRING "C,,,"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-CAT-NOM(WS-VAL-CAT-IX))
                                               DELIMITED BY SIZE
                  ",,,"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-VALOR-ED) DELIMITED BY SIZE
                  ",,,,"                       DELIMITED BY SIZE
               INTO REG-RESP-LINE
           END-STRING
           WRITE REG-RESP-LINE
           .

       MOSTRAR-MERCADERIA-LENTA.
           DISPLAY " "
           DISPLAY "Mercaderia lenta y sin movimiento (limite "
                   WS-VAL-DIAS-LIM " dias)"
           IF WS-VAL-LEN-CANT = 0
               DISPLAY "No hay mercaderia lenta ni sin movimiento."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODIG|NOMBRE                   |ULT.VENTA|"
                   "  DIAS|MESES COB|     INMOVILIZADO|ESTADO"
           PERFORM VARYING WS-VAL-LEN-IX FROM 1 BY 1
                   UNTIL WS-VAL-LEN-IX > WS-VAL-LEN-CANT
               MOVE WS-VAL-LEN-DIAS(WS-VAL-LEN-IX)  TO WS-VAL-DIAS-ED
               MOVE WS-VAL-LEN-MESES(WS-VAL-LEN-IX) TO WS-VAL-MESES-ED
               MOVE WS-VAL-LEN-VALOR(WS-VAL-LEN-IX) TO WS-VAL-VALOR-ED
               IF WS-VAL-LEN-ULT(WS-VAL-LEN-IX) = SPACES
                   DISPLAY WS-VAL-LEN-COD(WS-VAL-LEN-IX) "|"
                           WS-VAL-LEN-NOM(WS-VAL-LEN-IX) "|NUNCA    |"
                           "      |   " WS-VAL-MESES-ED "|"
                           WS-VAL-VALOR-ED " |"
                           WS-VAL-LEN-ESTADO(WS-VAL-LEN-IX)
               ELSE
                   DISPLAY WS-VAL-LEN-COD(WS-VAL-LEN-IX) "|"
                           WS-VAL-LEN-NOM(WS-VAL-LEN-IX) "|"
                           WS-VAL-LEN-ULT(WS-VAL-LEN-IX) " |"
                           WS-VAL-DIAS-ED "|   " WS-VAL-MESES-ED "|"
                           WS-VAL-VALOR-ED " |"
                           WS-VAL-LEN-ESTADO(WS-VAL-LEN-IX)
               END-IF
           END-PERFORM
           MOVE WS-VAL-LEN-TOTAL TO WS-VAL-VALOR-ED
           DISPLAY "Dinero inmovilizado en mercaderia lenta o sin "
                   "movimiento: " FUNCTION TRIM(WS-VAL-VALOR-ED)
           .

       EXPORTAR-LINEA-VALOR.
           MOVE WS-VAL-DIAS  TO WS-VAL-DIAS-ED
           MOVE WS-VAL-MESES TO WS-VAL-MESES-ED
           MOVE SPACES TO REG-RESP-LINE
           STRING "P,"                         DELIMITED BY SIZE
                  PRD-CODIGO                   DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(PRD-NOMBRE)    DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(PRD-CATEGORIA) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-CANT-ED) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-COSTO-ED) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-VALOR-ED) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VAL-ULT-VENTA             DELIMITED BY SPACE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-DIAS-ED) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-MESES-ED) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-VAL-ESTADO                DELIMITED BY SPACE
               INTO REG-RESP-LINE
           END-STRING
           WRITE REG-RESP-LINE
           .

       CONCILIAR-TARJETAS.
           DISPLAY "----- Conciliacion de tarjetas -----"
           MOVE 0 TO WS-CND-CANT WS-CNT-IMPORTADAS WS-CNT-REPETIDAS
                     WS-CNT-RECHAZADAS
           PERFORM IMPORTAR-LIQUIDACIONES
           PERFORM RANGO-LIQUIDACIONES
           IF WS-CNT-DESDE = SPACES
               DISPLAY "No hay liquidaciones registradas para "
                       "conciliar."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-TICKETS-TARJETA

           DISPLAY " "
           DISPLAY "Partidas conciliadas"
           DISPLAY "FECHA   |AUTORIZACION|FACTURA|LIQUIDADO    |"
                   "TICKET       |DIFERENCIA"
           DISPLAY "-----------------------------------------------"
                   "---------------------------"
           MOVE 0 TO WS-CNT-CONCIL WS-CNT-DIFS
           *> Primero montos exactos; despues el ticket mas cercano
           *> del mismo dia dentro del 10%.
           MOVE "E" TO WS-CNT-PASADA
           PERFORM EMPAREJAR-LIQUIDACIONES
           MOVE "A" TO WS-CNT-PASADA
           PERFORM EMPAREJAR-LIQUIDACIONES
           IF WS-CNT-CONCIL = 0
               DISPLAY "Ninguna partida nueva conciliada."
           ELSE
               MOVE WS-CNT-CONCIL TO WS-CNT-CANT-ED
               DISPLAY "Conciliadas: " FUNCTION TRIM(WS-CNT-CANT-ED)
               MOVE WS-CNT-DIFS TO WS-CNT-CANT-ED
               DISPLAY "Con diferencia de monto: "
                       FUNCTION TRIM(WS-CNT-CANT-ED)
           END-IF

           PERFORM LISTAR-LIQUIDACIONES-ABIERTAS
           PERFORM LISTAR-TICKETS-SIN-LIQUIDACION
           PERFORM CUADRAR-ARQUEOS-TARJETA
           .

       IMPORTAR-LIQUIDACIONES.
           OPEN INPUT ARCH-LIQIN
           IF FS-LIQIN NOT = "00"
               DISPLAY "No se encontro LIQUIDACION_TARJETAS.TXT; se "
                       "revisan solo las partidas pendientes."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CNT-HOY
           PERFORM UNTIL FS-LIQIN NOT = "00"
               READ ARCH-LIQIN NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF REG-LIQIN-LINE NOT = SPACES
                           PERFORM IMPORTAR-LINEA-LIQUIDACION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-LIQIN
           MOVE WS-CNT-IMPORTADAS TO WS-CNT-CANT-ED
           DISPLAY "Liquidaciones importadas: "
                   FUNCTION TRIM(WS-CNT-CANT-ED)
           MOVE WS-CNT-REPETIDAS TO WS-CNT-CANT-ED
           DISPLAY "Ya importadas antes:      "
                   FUNCTION TRIM(WS-CNT-CANT-ED)
           MOVE WS-CNT-RECHAZADAS TO WS-CNT-CANT-ED
           DISPLAY "Lineas rechazadas:        "
                   FUNCTION TRIM(WS-CNT-CANT-ED)
           .

       IMPORTAR-LINEA-LIQUIDACION.
           MOVE SPACES TO LQ-FECHA-TX LQ-AUTORIZ-TX LQ-MONTO-TX
                          LQ-COMISION-TX LQ-NETO-TX
           UNSTRING REG-LIQIN-LINE DELIMITED BY "|"
                INTO LQ-FECHA-TX LQ-AUTORIZ-TX LQ-MONTO-TX
                     LQ-COMISION-TX LQ-NETO-TX
           END-UNSTRING
           MOVE FUNCTION TRIM(LQ-FECHA-TX) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           IF WS-VALIDO NOT = "S"
              OR LQ-AUTORIZ-TX = SPACES
              OR LQ-MONTO-TX = SPACES
              OR LQ-COMISION-TX = SPACES
              OR LQ-NETO-TX = SPACES
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(LQ-MONTO-TX))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(LQ-COMISION-TX))
                 NOT = 0
              OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(LQ-NETO-TX))
                 NOT = 0
               ADD 1 TO WS-CNT-RECHAZADAS
               DISPLAY "  Linea rechazada: "
                       FUNCTION TRIM(REG-LIQIN-LINE)
               EXIT PARAGRAPH
           END-IF

           *> La fecha entra al cuadre de esta corrida aunque la
           *> linea ya se hubiera importado antes.
           MOVE WS-FECHA-TRIM TO WS-CND-BUSCA
           PERFORM UBICAR-FECHA-CONCILIACION
           IF WS-CND-IX = 0
               IF WS-CND-CANT < 100
                   ADD 1 TO WS-CND-CANT
                   MOVE WS-CND-CANT TO WS-CND-IX
                   MOVE WS-FECHA-TRIM TO WS-CND-FECHA(WS-CND-IX)
                   MOVE 0 TO WS-CND-LIQ(WS-CND-IX)
                             WS-CND-COM(WS-CND-IX)
                             WS-CND-TICK(WS-CND-IX)
                             WS-CND-ARQ(WS-CND-IX)
               ELSE
                   DISPLAY "AVISO: mas de 100 fechas en el archivo; "
                           "el cuadre contra arqueos no incluye "
                           WS-FECHA-TRIM
               END-IF
           END-IF

           MOVE WS-FECHA-TRIM TO LIQ-FECHA
           MOVE FUNCTION TRIM(LQ-AUTORIZ-TX) TO LIQ-AUTORIZ
           READ ARCH-LIQ KEY IS LIQ-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-REPETIDAS
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-FECHA-TRIM TO LIQ-FECHA
           MOVE FUNCTION TRIM(LQ-AUTORIZ-TX) TO LIQ-AUTORIZ
           MOVE FUNCTION NUMVAL(LQ-MONTO-TX)    TO LIQ-MONTO
           MOVE FUNCTION NUMVAL(LQ-COMISION-TX) TO LIQ-COMISION
           MOVE FUNCTION NUMVAL(LQ-NETO-TX)     TO LIQ-NETO
           MOVE WS-CNT-HOY TO LIQ-IMPORTADA
           MOVE "P"        TO LIQ-ESTADO
           MOVE SPACES     TO LIQ-FACTURA
           MOVE 0          TO LIQ-MONTO-TICKET
           IF LIQ-MONTO - LIQ-COMISION NOT = LIQ-NETO
               DISPLAY "AVISO: en la autorizacion "
                       FUNCTION TRIM(LIQ-AUTORIZ)
                       " el neto no es el monto menos la comision."
           END-IF
           WRITE REG-LIQ
               INVALID KEY
                   DISPLAY "ERROR al escribir en LIQUIDACIONES.DAT. "
                           "FS=" FS-LIQ
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-CNT-IMPORTADAS
           .

       UBICAR-FECHA-CONCILIACION.
           *> Deja en WS-CND-IX la fila de WS-CND-BUSCA (0 si no esta).
           MOVE 0 TO WS-CND-IX
           PERFORM VARYING WS-CNT-IX FROM 1 BY 1
                   UNTIL WS-CNT-IX > WS-CND-CANT OR WS-CND-IX > 0
               IF WS-CND-FECHA(WS-CNT-IX) = WS-CND-BUSCA
                   MOVE WS-CNT-IX TO WS-CND-IX
               END-IF
           END-PERFORM
           .

       RANGO-LIQUIDACIONES.
           *> Primera y ultima fecha liquidada: los tickets con
           *> tarjeta de ese rango son los que deberian tener
           *> liquidacion. De paso suma lo liquidado por fecha.
           MOVE SPACES TO WS-CNT-DESDE WS-CNT-HASTA
           MOVE SPACES TO LIQ-CLAVE
           START ARCH-LIQ KEY NOT LESS THAN LIQ-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-LIQ NOT = "00"
               READ ARCH-LIQ NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-CNT-DESDE = SPACES
                           MOVE LIQ-FECHA TO WS-CNT-DESDE
                       END-IF
                       MOVE LIQ-FECHA TO WS-CNT-HASTA
                       MOVE LIQ-FECHA TO WS-CND-BUSCA
                       PERFORM UBICAR-FECHA-CONCILIACION
                       IF WS-CND-IX > 0
                           ADD LIQ-MONTO TO WS-CND-LIQ(WS-CND-IX)
                           ADD LIQ-COMISION TO WS-CND-COM(WS-CND-IX)
                       END-IF
               END-READ
           END-PERFORM
           .

       CARGAR-TICKETS-TARJETA.
           MOVE 0 TO WS-CNT-CANT
           MOVE SPACES TO FAC-NUMERO
           START ARCH-FAC KEY NOT LESS THAN FAC-NUMERO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-FAC NOT = "00"
               READ ARCH-FAC NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FAC-METODO = "T"
                          AND FAC-FECHA >= WS-CNT-DESDE
                          AND FAC-FECHA <= WS-CNT-HASTA
                           PERFORM CARGAR-TICKET-TARJETA
                       END-IF
               END-READ
           END-PERFORM

           *> Los abonos de apartado con tarjeta tambien se liquidan;
           *> se cargan por el mismo camino con la referencia B+linea.
           MOVE 0 TO WS-APA-POS
           CLOSE ARCH-APA
           OPEN INPUT ARCH-APA
           PERFORM UNTIL FS-APA NOT = "00"
               READ ARCH-APA NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-APA-POS
                       IF REG-APA-LINE(1:1) = "B"
                           PERFORM CARGAR-ABONO-TARJETA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-APA
           OPEN EXTEND ARCH-APA
           .

       CARGAR-ABONO-TARJETA.
           PERFORM PARTIR-LINEA-APARTADO
           IF AP-CAMPO4(1:1) NOT = "T"
              OR AP-CAMPO3(1:8) < WS-CNT-DESDE
              OR AP-CAMPO3(1:8) > WS-CNT-HASTA
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FAC-NUMERO
           STRING "B" WS-APA-POS DELIMITED BY SIZE
               INTO FAC-NUMERO
           END-STRING
           MOVE AP-CAMPO3(1:8) TO FAC-FECHA
           MOVE FUNCTION NUMVAL(AP-CAMPO5) TO FAC-RECIBIDO
           PERFORM CARGAR-TICKET-TARJETA
           .

       CARGAR-TICKET-TARJETA.
           MOVE FAC-FECHA TO WS-CND-BUSCA
           PERFORM UBICAR-FECHA-CONCILIACION
           IF WS-CND-IX > 0
               ADD FAC-RECIBIDO TO WS-CND-TICK(WS-CND-IX)
           END-IF
           *> Un ticket ya conciliado en una corrida anterior figura
           *> como factura de alguna liquidacion.
           MOVE FAC-NUMERO TO LIQ-FACTURA
           READ ARCH-LIQ KEY IS LIQ-FACTURA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-CNT-CANT >= 3000
               DISPLAY "AVISO: mas de 3000 tickets con tarjeta "
                       "abiertos; no se concilia la factura "
                       FAC-NUMERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNT-CANT
           MOVE FAC-NUMERO   TO WS-CNT-FACT(WS-CNT-CANT)
           MOVE FAC-FECHA    TO WS-CNT-FECHA(WS-CNT-CANT)
           MOVE FAC-RECIBIDO TO WS-CNT-MONTO(WS-CNT-CANT)
           MOVE "N"          TO WS-CNT-ESTADO(WS-CNT-CANT)
           .

       EMPAREJAR-LIQUIDACIONES.
           MOVE SPACES TO LIQ-CLAVE
           START ARCH-LIQ KEY NOT LESS THAN LIQ-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-LIQ NOT = "00"
               READ ARCH-LIQ NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LIQ-ESTADO = "P"
                           PERFORM BUSCAR-TICKET-LIQUIDACION
                       END-IF
               END-READ
           END-PERFORM
           .

       BUSCAR-TICKET-LIQUIDACION.
           *> Busca en la tabla de tickets abiertos el que
           *> corresponde a la liquidacion leida, segun la pasada
           *> WS-CNT-PASADA (E=monto exacto, A=aproximado).
           MOVE 0 TO WS-CNT-MEJOR WS-CNT-DIF-MEJOR
           PERFORM VARYING WS-CNT-IX FROM 1 BY 1
                   UNTIL WS-CNT-IX > WS-CNT-CANT
               IF WS-CNT-ESTADO(WS-CNT-IX) = "N"
                  AND WS-CNT-FECHA(WS-CNT-IX) = LIQ-FECHA
                   COMPUTE WS-CNT-DIF = LIQ-MONTO
                                      - WS-CNT-MONTO(WS-CNT-IX)
                   IF WS-CNT-DIF < 0
                       COMPUTE WS-CNT-DIF-ABS = 0 - WS-CNT-DIF
                   ELSE
                       MOVE WS-CNT-DIF TO WS-CNT-DIF-ABS
                   END-IF
                   IF WS-CNT-PASADA = "E"
                       IF WS-CNT-DIF-ABS = 0 AND WS-CNT-MEJOR = 0
                           MOVE WS-CNT-IX TO WS-CNT-MEJOR
                       END-IF
                   ELSE
                       COMPUTE WS-CNT-TOPE ROUNDED =
                           WS-CNT-MONTO(WS-CNT-IX) / 10
                       IF WS-CNT-DIF-ABS <= WS-CNT-TOPE
                          AND (WS-CNT-MEJOR = 0
                               OR WS-CNT-DIF-ABS < WS-CNT-DIF-MEJOR)
                           MOVE WS-CNT-IX TO WS-CNT-MEJOR
                           MOVE WS-CNT-DIF-ABS TO WS-CNT-DIF-MEJOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CNT-MEJOR = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CNT-FACT(WS-CNT-MEJOR)  TO LIQ-FACTURA
           MOVE WS-CNT-MONTO(WS-CNT-MEJOR) TO LIQ-MONTO-TICKET
           IF LIQ-MONTO = LIQ-MONTO-TICKET
               MOVE "C" TO LIQ-ESTADO
           ELSE
               MOVE "D" TO LIQ-ESTADO
           END-IF
           REWRITE REG-LIQ
               INVALID KEY
                   DISPLAY "ERROR al actualizar LIQUIDACIONES.DAT. "
                           "FS=" FS-LIQ
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "S" TO WS-CNT-ESTADO(WS-CNT-MEJOR)
           ADD 1 TO WS-CNT-CONCIL
           IF LIQ-ESTADO = "D"
               ADD 1 TO WS-CNT-DIFS
           END-IF
           COMPUTE WS-CNT-DIF = LIQ-MONTO - LIQ-MONTO-TICKET
           MOVE LIQ-MONTO        TO WS-CNT-MONTO-ED
           MOVE LIQ-MONTO-TICKET TO WS-CNT-MONTO2-ED
           MOVE WS-CNT-DIF       TO WS-CNT-MONTO3-ED
           IF LIQ-ESTADO = "D"
               DISPLAY LIQ-FECHA "|" LIQ-AUTORIZ "|" LIQ-FACTURA "|"
                       WS-CNT-MONTO-ED "|" WS-CNT-MONTO2-ED "|"
                       WS-CNT-MONTO3-ED " DIFERENCIA"
           ELSE
               DISPLAY LIQ-FECHA "|" LIQ-AUTORIZ "|" LIQ-FACTURA "|"
                       WS-CNT-MONTO-ED "|" WS-CNT-MONTO2-ED "|"
                       WS-CNT-MONTO3-ED
           END-IF
           .

       LISTAR-LIQUIDACIONES-ABIERTAS.
           DISPLAY " "
           DISPLAY "Liquidaciones sin ticket (quedan abiertas)"
           DISPLAY "FECHA   |AUTORIZACION|MONTO        |COMISION     |"
                   "NETO         |IMPORTADA"
           DISPLAY "-----------------------------------------------"
                   "---------------------------"
           MOVE 0 TO WS-CNT-ABIERTAS
           MOVE SPACES TO LIQ-CLAVE
           START ARCH-LIQ KEY NOT LESS THAN LIQ-CLAVE
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL FS-LIQ NOT = "00"
               READ ARCH-LIQ NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LIQ-ESTADO = "P"
                           ADD 1 TO WS-CNT-ABIERTAS
                           MOVE LIQ-MONTO    TO WS-CNT-MONTO-ED
                           MOVE LIQ-COMISION TO WS-CNT-MONTO2-ED
                           MOVE LIQ-NETO     TO WS-CNT-MONTO3-ED
                           DISPLAY LIQ-FECHA "|" LIQ-AUTORIZ "|"
                                   WS-CNT-MONTO-ED "|"
                                   WS-CNT-MONTO2-ED "|"
                                   WS-CNT-MONTO3-ED "|"
                                   LIQ-IMPORTADA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CNT-ABIERTAS = 0
               DISPLAY "Ninguna."
           END-IF
           .

       LISTAR-TICKETS-SIN-LIQUIDACION.
           DISPLAY " "
           DISPLAY "Tickets con tarjeta sin liquidacion (del "
                   WS-CNT-DESDE " al " WS-CNT-HASTA ")"
           DISPLAY "FACTURA|FECHA   |MONTO"
           DISPLAY "-----------------------------------"
           MOVE 0 TO WS-CNT-ABIERTAS
           PERFORM VARYING WS-CNT-IX FROM 1 BY 1
                   UNTIL WS-CNT-IX > WS-CNT-CANT
               IF WS-CNT-ESTADO(WS-CNT-IX) = "N"
                   ADD 1 TO WS-CNT-ABIERTAS
                   MOVE WS-CNT-MONTO(WS-CNT-IX) TO WS-CNT-MONTO-ED
                   DISPLAY WS-CNT-FACT(WS-CNT-IX) "|"
                           WS-CNT-FECHA(WS-CNT-IX) "|"
                           WS-CNT-MONTO-ED
               END-IF
           END-PERFORM
           IF WS-CNT-ABIERTAS = 0
               DISPLAY "Ninguno."
           END-IF
           .

       CUADRAR-ARQUEOS-TARJETA.
           *> Por cada fecha del archivo importado compara lo cobrado
           *> con tarjeta segun los arqueos, los tickets y lo que
           *> liquido el procesador.
           IF WS-CND-CANT = 0
               EXIT PARAGRAPH
           END-IF
           CLOSE ARCH-ARQ
           OPEN INPUT ARCH-ARQ
           PERFORM UNTIL FS-ARQ NOT = "00"
               READ ARCH-ARQ NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO Q-MONTO1-TX Q-MONTO2-TX
                                      Q-MONTO3-TX Q-MONTO4-TX
                       UNSTRING REG-ARQ-LINE DELIMITED BY "|"
                            INTO Q-TIPO Q-OPER Q-FECHA Q-MONTO1-TX
                                 Q-MONTO2-TX Q-MONTO3-TX Q-MONTO4-TX
                       END-UNSTRING
                       IF Q-TIPO = "C" AND Q-MONTO4-TX NOT = SPACES
                           MOVE Q-FECHA TO WS-CND-BUSCA
                           PERFORM UBICAR-FECHA-CONCILIACION
                           IF WS-CND-IX > 0
                               ADD FUNCTION NUMVAL(Q-MONTO4-TX)
                                   TO WS-CND-ARQ(WS-CND-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-ARQ
           OPEN EXTEND ARCH-ARQ

           DISPLAY " "
           DISPLAY "Cuadre contra arqueos por fecha"
           DISPLAY "FECHA   |TARJ.ARQUEOS |TICKETS      |LIQUIDADO    |"
                   "COMISION     |LIQ-ARQUEO"
           DISPLAY "-----------------------------------------------"
                   "-----------------------------------"
           PERFORM VARYING WS-CND-IX FROM 1 BY 1
                   UNTIL WS-CND-IX > WS-CND-CANT
               COMPUTE WS-CND-DIF = WS-CND-LIQ(WS-CND-IX)
                                  - WS-CND-ARQ(WS-CND-IX)
               MOVE WS-CND-ARQ(WS-CND-IX)  TO WS-CNT-MONTO-ED
               MOVE WS-CND-TICK(WS-CND-IX) TO WS-CNT-MONTO2-ED
               MOVE WS-CND-LIQ(WS-CND-IX)  TO WS-CNT-MONTO3-ED
               MOVE WS-CND-COM(WS-CND-IX)  TO WS-CNT-MONTO4-ED
               MOVE WS-CND-DIF             TO WS-CNT-MONTO5-ED
               IF WS-CND-DIF NOT = 0
                  OR WS-CND-TICK(WS-CND-IX) NOT = WS-CND-ARQ(WS-CND-IX)
                   DISPLAY WS-CND-FECHA(WS-CND-IX) "|"
                           WS-CNT-MONTO-ED "|" WS-CNT-MONTO2-ED "|"
                           WS-CNT-MONTO3-ED "|" WS-CNT-MONTO4-ED "|"
                           WS-CNT-MONTO5-ED " REVISAR"
               ELSE
                   DISPLAY WS-CND-FECHA(WS-CND-IX) "|"
                           WS-CNT-MONTO-ED "|" WS-CNT-MONTO2-ED "|"
                           WS-CNT-MONTO3-ED "|" WS-CNT-MONTO4-ED "|"
                           WS-CNT-MONTO5-ED
               END-IF
           END-PERFORM
           .

       MANTEN-APARTADOS.
           DISPLAY "----- Apartados -----".
           MOVE "X" TO IN-APA-OPCION
           PERFORM UNTIL IN-APA-OPCION = SPACES
               DISPLAY "N=nuevo apartado, A=abonar, R=retirar uno "
                       "pagado, V=procesar vencidos, L=reporte por "
                       "antiguedad, blanco=salir: "
               ACCEPT IN-APA-OPCION
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(IN-APA-OPCION))
                   TO IN-APA-OPCION
               EVALUATE IN-APA-OPCION
               WHEN "N"
                   PERFORM REGISTRAR-APARTADO
               WHEN "A"
                   PERFORM ABONAR-APARTADO
               WHEN "R"
                   PERFORM RETIRAR-APARTADO
               WHEN "V"
                   PERFORM VERIFICAR-ACCESO-SUPERVISOR
                   IF WS-ACCESO-OK = "S"
                       PERFORM VENCER-APARTADOS
                   END-IF
               WHEN "L"
                   PERFORM REPORTE-APARTADOS
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
               END-EVALUATE
           END-PERFORM
           .

       REGISTRAR-APARTADO.
           DISPLAY "----- Nuevo apartado -----".
           IF WS-CAJA-ABIERTA NOT = "S"
               DISPLAY "ERROR: No hay una caja abierta; la prima se "
                       "cobra en la caja."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-APA-FECHA

           DISPLAY "Codigo de cliente: "
           ACCEPT IN-CLIENTE-VEN
           IF FUNCTION TRIM(IN-CLIENTE-VEN) = SPACES
               DISPLAY "ERROR: Un apartado requiere un cliente "
                       "registrado."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(IN-CLIENTE-VEN) TO CLI-CODIGO
           READ ARCH-CLI KEY IS CLI-CODIGO
               INVALID KEY
                   DISPLAY "ERROR: Ese cliente no esta registrado; "
                           "use la opcion 17 para registrarlo."
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE CLI-CODIGO TO WS-APA-CLIENTE
                   DISPLAY "Cliente: " FUNCTION TRIM(CLI-NOMBRE)
           END-READ

           MOVE WS-APA-DIAS-DEF TO WS-APA-DIAS-ED
           DISPLAY "Vence (AAAAMMDD, blanco = "
                   FUNCTION TRIM(WS-APA-DIAS-ED) " dias): "
           ACCEPT IN-APA-VENCE
           IF FUNCTION TRIM(IN-APA-VENCE) = SPACES
               MOVE FUNCTION NUMVAL(WS-APA-FECHA) TO WS-APA-FNUM
               COMPUTE WS-APA-FNUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-APA-FNUM)
                   + WS-APA-DIAS-DEF)
               MOVE WS-APA-FNUM TO WS-APA-VENCE
           ELSE
               MOVE FUNCTION TRIM(IN-APA-VENCE) TO WS-FECHA-TRIM
               PERFORM VALIDAR-FECHA
               IF WS-VALIDO NOT = "S"
                   EXIT PARAGRAPH
               END-IF
               IF WS-FECHA-TRIM <= WS-APA-FECHA
                   DISPLAY "ERROR: El vencimiento debe ser posterior "
                           "a hoy."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FECHA-TRIM TO WS-APA-VENCE
           END-IF

           MOVE 0   TO WS-APA-LINEAS WS-APA-TOTAL WS-APA-PAGADO
           MOVE "S" TO WS-SIGUE-APA
           PERFORM REGISTRAR-APARTADO-ITEM
               UNTIL WS-SIGUE-APA NOT = "S"
           IF WS-APA-LINEAS = 0
               DISPLAY "Apartado sin productos; no se registro."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-APA-PRIMA ROUNDED =
               WS-APA-TOTAL * WS-APA-PRIMA-PCT / 100
           MOVE WS-APA-TOTAL TO WS-APA-MONTO-ED
           DISPLAY "Total del apartado: "
                   FUNCTION TRIM(WS-APA-MONTO-ED)
           MOVE WS-APA-PRIMA TO WS-APA-MONTO-ED
           DISPLAY "Prima minima:       "
                   FUNCTION TRIM(WS-APA-MONTO-ED)
           MOVE WS-APA-PRIMA TO WS-APA-MINIMO
           MOVE WS-APA-TOTAL TO WS-APA-SALDO
           PERFORM PEDIR-ABONO-APARTADO
           IF WS-PAGO-OK NOT = "S"
               DISPLAY "Apartado cancelado; no se registro nada."
               EXIT PARAGRAPH
           END-IF

           PERFORM CONTAR-APARTADOS
           IF WS-APA-NUM = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APA-NUM TO WS-APA-TX

           MOVE WS-APA-TOTAL TO WS-APA-MONTO-ED
           MOVE WS-APA-PRIMA TO WS-APA-MONTO2-ED
           MOVE SPACES TO REG-APA-LINE
           STRING "H"                            DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-APA-TX                      DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-APA-FECHA                   DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-APA-CLIENTE                 DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-APA-VENCE                   DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APA-MONTO-ED) DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APA-MONTO2-ED)
                                                 DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPER-ACTUAL)  DELIMITED BY SIZE
               INTO REG-APA-LINE
           END-STRING
           WRITE REG-APA-LINE
           IF FS-APA NOT = "00"
               DISPLAY "ERROR al escribir en APARTADOS.TXT. FS="
                       FS-APA
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-APA-IX FROM 1 BY 1
                   UNTIL WS-APA-IX > WS-APA-LINEAS
               PERFORM GRABAR-DETALLE-APARTADO
           END-PERFORM

           MOVE "A" TO WS-APA-ESTADO
           PERFORM GRABAR-ABONO-APARTADO
           DISPLAY "Apartado No. " FUNCTION TRIM(WS-APA-TX)
                   " registrado con " WS-APA-LINEAS
                   " producto(s); vence el " WS-APA-VENCE "."
           IF WS-APA-PAGADO >= WS-APA-TOTAL
               PERFORM FACTURAR-APARTADO
           END-IF
           .

       REGISTRAR-APARTADO-ITEM.
           DISPLAY "Codigo de producto a apartar (blanco termina): "
           ACCEPT IN-CODIGO-VEN
           IF FUNCTION TRIM(IN-CODIGO-VEN) = SPACES
               MOVE "N" TO WS-SIGUE-APA
               EXIT PARAGRAPH
           END-IF
           IF WS-APA-LINEAS >= 20
               DISPLAY "ERROR: un apartado admite a lo sumo 20 "
                       "lineas; cierre este y abra otro."
               MOVE "N" TO WS-SIGUE-APA
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(IN-CODIGO-VEN) TO WS-COD-ENTRADA
           PERFORM RESOLVER-CODIGO-PRODUCTO
           IF WS-COD-RESUELTO NOT = "S"
               DISPLAY "ERROR: Ese codigo de producto no existe (los "
                       "kits no se apartan)."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Cantidad a apartar en "
                   FUNCTION TRIM(PRD-UNIDAD) " (> 0): "
           ACCEPT IN-CANTIDAD-TX
           IF FUNCTION TEST-NUMVAL-F(IN-CANTIDAD-TX) NOT = 0
               DISPLAY "ERROR: Cantidad invalida."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-CANTIDAD-TX) TO WS-CANT-SIGN
           IF WS-CANT-SIGN <= 0
               DISPLAY "ERROR: La cantidad debe ser mayor que cero."
               EXIT PARAGRAPH
           END-IF
           IF (PRD-UNIDAD = "UND" OR PRD-UNIDAD = SPACES) AND
              FUNCTION INTEGER(WS-CANT-SIGN) NOT = WS-CANT-SIGN
               DISPLAY "ERROR: Ese producto se maneja por unidades "
                       "enteras."
               EXIT PARAGRAPH
           END-IF

           *> Lo libre en sala descuenta los otros apartados y lo
           *> que ya lleva este.
           PERFORM NORMALIZAR-STOCK-UBIC
           MOVE 0 TO WS-APA-EXCLUIR
           PERFORM CALCULAR-RESERVA-PRODUCTO
           MOVE 0 TO WS-APA-EN-TICKET
           PERFORM VARYING WS-APA-IX FROM 1 BY 1
                   UNTIL WS-APA-IX > WS-APA-LINEAS
               IF WS-APA-COD(WS-APA-IX) = PRD-CODIGO
                   ADD WS-APA-CANT(WS-APA-IX) TO WS-APA-EN-TICKET
               END-IF
           END-PERFORM
           COMPUTE WS-APA-DISPONIBLE = PRD-STOCK-SALA
               - WS-APA-RESERVADO - WS-APA-EN-TICKET
           IF WS-CANT-SIGN > WS-APA-DISPONIBLE
               IF WS-APA-DISPONIBLE < 0
                   MOVE 0 TO WS-APA-DISPONIBLE
               END-IF
               MOVE WS-APA-DISPONIBLE TO WS-STOCK-SALA-ED
               DISPLAY "ERROR: No hay suficiente stock libre en sala. "
                       "Disponible: " FUNCTION TRIM(WS-STOCK-SALA-ED)
               EXIT PARAGRAPH
           END-IF

           *> El precio vigente a la fecha del apartado queda
           *> congelado hasta que se retire.
           MOVE WS-APA-FECHA TO WS-PRECIO-FECHA
           PERFORM RESOLVER-PRECIO-VIGENTE
           ADD 1 TO WS-APA-LINEAS
           MOVE PRD-CODIGO    TO WS-APA-COD(WS-APA-LINEAS)
           MOVE WS-CANT-SIGN  TO WS-APA-CANT(WS-APA-LINEAS)
           MOVE WS-PRECIO-VIG TO WS-APA-PRECIO(WS-APA-LINEAS)
           COMPUTE WS-APA-TOTAL = WS-APA-TOTAL
               + WS-PRECIO-VIG * WS-CANT-SIGN
           DISPLAY "  Apartado: " PRD-CODIGO "|"
                   FUNCTION TRIM(IN-CANTIDAD-TX)
           .

       GRABAR-DETALLE-APARTADO.
           MOVE WS-APA-CANT(WS-APA-IX)   TO V-CANT-ED
           MOVE WS-APA-PRECIO(WS-APA-IX) TO WS-PRECIO-ED
           MOVE SPACES TO REG-APA-LINE
           STRING "D"                         DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  WS-APA-TX                   DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  WS-APA-COD(WS-APA-IX)       DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(V-CANT-ED)    DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRECIO-ED) DELIMITED BY SIZE
               INTO REG-APA-LINE
           END-STRING
           WRITE REG-APA-LINE
           IF FS-APA NOT = "00"
               DISPLAY "ERROR al escribir en APARTADOS.TXT. FS="
                       FS-APA
           END-IF
           .

       CONTAR-APARTADOS.
           *> Siguiente numero de apartado en WS-APA-NUM (0 si ya no
           *> caben mas).
           MOVE SPACES TO WS-APA-RSV-COD
           PERFORM CARGAR-TABLA-APARTADOS
           IF WS-APL-CANT >= 9999
               DISPLAY "ERROR: se alcanzo el maximo de 9999 "
                       "apartados."
               MOVE 0 TO WS-APA-NUM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-APA-NUM = WS-APL-CANT + 1
           .

       CALCULAR-RESERVA-PRODUCTO.
           *> Cantidad de PRD-CODIGO comprometida en los apartados
           *> abiertos, sin contar el apartado WS-APA-EXCLUIR.
           MOVE PRD-CODIGO TO WS-APA-RSV-COD
           PERFORM CARGAR-TABLA-APARTADOS
           MOVE 0 TO WS-APA-RESERVADO
           PERFORM VARYING WS-APL-IX FROM 1 BY 1
                   UNTIL WS-APL-IX > WS-APL-CANT
               IF WS-APL-ESTADO(WS-APL-IX) = "A" AND
                  WS-APL-IX NOT = WS-APA-EXCLUIR
                   ADD WS-APL-RSV(WS-APL-IX) TO WS-APA-RESERVADO
               END-IF
           END-PERFORM
           .

       CALCULAR-SALA-LIBRE.
           *> Stock de sala de REG-PROD que no esta apartado para
           *> ningun cliente (nunca negativo) en WS-APA-DISPONIBLE.
           MOVE 0 TO WS-APA-EXCLUIR
           PERFORM CALCULAR-RESERVA-PRODUCTO
           COMPUTE WS-APA-DISPONIBLE = PRD-STOCK-SALA
               - WS-APA-RESERVADO
           IF WS-APA-DISPONIBLE < 0
               MOVE 0 TO WS-APA-DISPONIBLE
           END-IF
           .

       CARGAR-TABLA-APARTADOS.
           *> Estado, montos y reserva de WS-APA-RSV-COD de todos los
           *> apartados en WS-APL-TAB, por numero.
           MOVE 0 TO WS-APL-CANT
           CLOSE ARCH-APA
           OPEN INPUT ARCH-APA
           PERFORM UNTIL FS-APA NOT = "00"
               READ ARCH-APA NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-LINEA-APARTADO
               END-READ
           END-PERFORM
           CLOSE ARCH-APA
           OPEN EXTEND ARCH-APA
           .

       ACUMULAR-LINEA-APARTADO.
           PERFORM PARTIR-LINEA-APARTADO
           IF WS-APL-N = 0 OR WS-APL-N > 9999
               EXIT PARAGRAPH
           END-IF
           IF AP-TIPO = "H"
               PERFORM VARYING WS-APL-IX FROM WS-APL-CANT BY 1
                       UNTIL WS-APL-IX >= WS-APL-N
                   INITIALIZE WS-APL-ENT(WS-APL-IX + 1)
               END-PERFORM
               IF WS-APL-N > WS-APL-CANT
                   MOVE WS-APL-N TO WS-APL-CANT
               END-IF
               MOVE "A"            TO WS-APL-ESTADO(WS-APL-N)
               MOVE AP-CAMPO3(1:8) TO WS-APL-FECHA(WS-APL-N)
               MOVE AP-CAMPO4(1:5) TO WS-APL-CLIENTE(WS-APL-N)
               MOVE AP-CAMPO5(1:8) TO WS-APL-VENCE(WS-APL-N)
               MOVE FUNCTION NUMVAL(AP-CAMPO6)
                   TO WS-APL-TOTAL(WS-APL-N)
               MOVE 0 TO WS-APL-PAGADO(WS-APL-N)
                         WS-APL-RSV(WS-APL-N)
               EXIT PARAGRAPH
           END-IF
           IF WS-APL-N > WS-APL-CANT
               EXIT PARAGRAPH
           END-IF
           EVALUATE AP-TIPO
           WHEN "D"
               IF AP-CAMPO3(1:5) = WS-APA-RSV-COD
                   ADD FUNCTION NUMVAL(AP-CAMPO4)
                       TO WS-APL-RSV(WS-APL-N)
               END-IF
           WHEN "B"
               ADD FUNCTION NUMVAL(AP-CAMPO5)
                   TO WS-APL-PAGADO(WS-APL-N)
           WHEN "F"
               MOVE "F" TO WS-APL-ESTADO(WS-APL-N)
           WHEN "X"
               MOVE "X" TO WS-APL-ESTADO(WS-APL-N)
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       PARTIR-LINEA-APARTADO.
           MOVE SPACES TO AP-TIPO AP-NUM AP-CAMPO3 AP-CAMPO4
                          AP-CAMPO5 AP-CAMPO6 AP-CAMPO7 AP-CAMPO8
           UNSTRING REG-APA-LINE DELIMITED BY "|"
                INTO AP-TIPO AP-NUM AP-CAMPO3 AP-CAMPO4 AP-CAMPO5
                     AP-CAMPO6 AP-CAMPO7 AP-CAMPO8
           END-UNSTRING
           IF AP-NUM NOT = SPACES AND
              FUNCTION TEST-NUMVAL(AP-NUM) = 0
               MOVE FUNCTION NUMVAL(AP-NUM) TO WS-APL-N
           ELSE
               MOVE 0 TO WS-APL-N
           END-IF
           .

       CARGAR-APARTADO.
           *> Busca el apartado WS-APA-TX en APARTADOS.TXT y deja
           *> encabezado, lineas, lo abonado y el estado (A=abierto,
           *> F=retirado, X=vencido, blanco=no existe) en WS-APA-*.
           MOVE SPACES TO WS-APA-ESTADO WS-APA-FECHA WS-APA-VENCE
                          WS-APA-CLIENTE WS-APA-FACTURA
           MOVE 0 TO WS-APA-LINEAS WS-APA-TOTAL WS-APA-PRIMA
                     WS-APA-PAGADO
           CLOSE ARCH-APA
           OPEN INPUT ARCH-APA
           PERFORM UNTIL FS-APA NOT = "00"
               READ ARCH-APA NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM PROCESAR-LINEA-APARTADO
               END-READ
           END-PERFORM
           CLOSE ARCH-APA
           OPEN EXTEND ARCH-APA
           .

       PROCESAR-LINEA-APARTADO.
           PERFORM PARTIR-LINEA-APARTADO
           IF AP-NUM NOT = WS-APA-TX
               EXIT PARAGRAPH
           END-IF
           EVALUATE AP-TIPO
           WHEN "H"
               MOVE "A"            TO WS-APA-ESTADO
               MOVE AP-CAMPO3(1:8) TO WS-APA-FECHA
               MOVE AP-CAMPO4(1:5) TO WS-APA-CLIENTE
               MOVE AP-CAMPO5(1:8) TO WS-APA-VENCE
               MOVE FUNCTION NUMVAL(AP-CAMPO6) TO WS-APA-TOTAL
               MOVE FUNCTION NUMVAL(AP-CAMPO7) TO WS-APA-PRIMA
           WHEN "D"
               IF WS-APA-LINEAS < 20
                   ADD 1 TO WS-APA-LINEAS
                   MOVE AP-CAMPO3(1:5)
                       TO WS-APA-COD(WS-APA-LINEAS)
                   MOVE FUNCTION NUMVAL(AP-CAMPO4)
                       TO WS-APA-CANT(WS-APA-LINEAS)
                   MOVE FUNCTION NUMVAL(AP-CAMPO5)
                       TO WS-APA-PRECIO(WS-APA-LINEAS)
               END-IF
           WHEN "B"
               ADD FUNCTION NUMVAL(AP-CAMPO5) TO WS-APA-PAGADO
           WHEN "F"
               MOVE "F" TO WS-APA-ESTADO
               MOVE AP-CAMPO4(1:7) TO WS-APA-FACTURA
           WHEN "X"
               MOVE "X" TO WS-APA-ESTADO
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       PEDIR-NUMERO-APARTADO.
           *> Pide el numero y carga el apartado; WS-VALIDO en "N"
           *> si no existe.
           MOVE "N" TO WS-VALIDO
           DISPLAY "Numero de apartado: "
           ACCEPT IN-APA-NUM
           IF FUNCTION TRIM(IN-APA-NUM) = SPACES OR
              FUNCTION TEST-NUMVAL(FUNCTION TRIM(IN-APA-NUM)) NOT = 0
               DISPLAY "ERROR: Numero de apartado invalido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-APA-NUM) TO WS-APA-NUM
           MOVE WS-APA-NUM TO WS-APA-TX
           PERFORM CARGAR-APARTADO
           IF WS-APA-ESTADO = SPACES
               DISPLAY "ERROR: No existe ese apartado."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-VALIDO
           .

       ABONAR-APARTADO.
           DISPLAY "----- Abono a un apartado -----".
           IF WS-CAJA-ABIERTA NOT = "S"
               DISPLAY "ERROR: No hay una caja abierta; el abono se "
                       "cobra en la caja."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-NUMERO-APARTADO
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-APA-ESTADO = "F"
               DISPLAY "ERROR: Ese apartado ya se retiro con la "
                       "factura " WS-APA-FACTURA "."
               EXIT PARAGRAPH
           END-IF
           IF WS-APA-ESTADO = "X"
               DISPLAY "ERROR: Ese apartado vencio y ya se liquido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-APA-HOY
           IF WS-APA-VENCE < WS-APA-HOY
               DISPLAY "ERROR: El apartado vencio el " WS-APA-VENCE
                       "; un supervisor debe procesarlo."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-APA-SALDO = WS-APA-TOTAL - WS-APA-PAGADO
           IF WS-APA-SALDO = 0
               DISPLAY "El apartado ya esta pagado; retirelo con R."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APA-TOTAL  TO WS-APA-MONTO-ED
           MOVE WS-APA-PAGADO TO WS-APA-MONTO2-ED
           MOVE WS-APA-SALDO  TO WS-APA-MONTO3-ED
           DISPLAY "Cliente " WS-APA-CLIENTE "  total "
                   FUNCTION TRIM(WS-APA-MONTO-ED) "  abonado "
                   FUNCTION TRIM(WS-APA-MONTO2-ED) "  saldo "
                   FUNCTION TRIM(WS-APA-MONTO3-ED)

           MOVE 0.01 TO WS-APA-MINIMO
           PERFORM PEDIR-ABONO-APARTADO
           IF WS-PAGO-OK NOT = "S"
               DISPLAY "Abono cancelado."
               EXIT PARAGRAPH
           END-IF
           PERFORM GRABAR-ABONO-APARTADO
           IF WS-APA-PAGADO >= WS-APA-TOTAL
               DISPLAY "Apartado pagado por completo; se factura."
               PERFORM FACTURAR-APARTADO
           END-IF
           .

       RETIRAR-APARTADO.
           DISPLAY "----- Retiro de un apartado pagado -----".
           PERFORM PEDIR-NUMERO-APARTADO
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-APA-ESTADO NOT = "A"
               DISPLAY "ERROR: Ese apartado ya no esta abierto."
               EXIT PARAGRAPH
           END-IF
           IF WS-APA-PAGADO < WS-APA-TOTAL
               COMPUTE WS-APA-SALDO = WS-APA-TOTAL - WS-APA-PAGADO
               MOVE WS-APA-SALDO TO WS-APA-MONTO-ED
               DISPLAY "ERROR: Al apartado le falta pagar "
                       FUNCTION TRIM(WS-APA-MONTO-ED) "."
               EXIT PARAGRAPH
           END-IF
           PERFORM FACTURAR-APARTADO
           .

       PEDIR-ABONO-APARTADO.
           *> Forma de pago y monto entre WS-APA-MINIMO y el saldo
           *> WS-APA-SALDO; WS-PAGO-OK en "S" si se acepto.
           MOVE "N" TO WS-PAGO-OK
           MOVE "X" TO IN-METODO-PAGO
           PERFORM UNTIL IN-METODO-PAGO = "E" OR
                         IN-METODO-PAGO = "T" OR
                         IN-METODO-PAGO = SPACES
               DISPLAY "Forma de pago (E=efectivo, T=tarjeta, "
                       "blanco=cancelar): "
               ACCEPT IN-METODO-PAGO
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(IN-METODO-PAGO))
                   TO IN-METODO-PAGO
               IF IN-METODO-PAGO NOT = "E" AND
                  IN-METODO-PAGO NOT = "T" AND
                  IN-METODO-PAGO NOT = SPACES
                   DISPLAY "Forma de pago invalida."
               END-IF
           END-PERFORM
           IF IN-METODO-PAGO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE IN-METODO-PAGO TO WS-APA-METODO

           PERFORM UNTIL WS-PAGO-OK = "S"
               DISPLAY "Monto del abono: "
               ACCEPT IN-APA-MONTO-TX
               IF FUNCTION TEST-NUMVAL-F(IN-APA-MONTO-TX) NOT = 0
                   DISPLAY "Monto invalido."
               ELSE
                   MOVE FUNCTION NUMVAL(IN-APA-MONTO-TX)
                       TO WS-APA-MONTO
                   IF WS-APA-MONTO < WS-APA-MINIMO
                       MOVE WS-APA-MINIMO TO WS-APA-MONTO-ED
                       DISPLAY "El abono minimo es "
                               FUNCTION TRIM(WS-APA-MONTO-ED) "."
                   ELSE
                       IF WS-APA-MONTO > WS-APA-SALDO
                           MOVE WS-APA-SALDO TO WS-APA-MONTO-ED
                           DISPLAY "El abono no puede pasar del "
                                   "saldo de "
                                   FUNCTION TRIM(WS-APA-MONTO-ED) "."
                       ELSE
                           MOVE "S" TO WS-PAGO-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       GRABAR-ABONO-APARTADO.
           *> Linea B del abono WS-APA-MONTO al apartado WS-APA-TX;
           *> el dinero entra a la caja abierta.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-APA-HOY
           MOVE WS-APA-MONTO TO WS-APA-MONTO-ED
           MOVE SPACES TO REG-APA-LINE
           STRING "B"                            DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-APA-TX                      DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-APA-HOY                     DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-APA-METODO                  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APA-MONTO-ED) DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPER-ACTUAL)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-CAJA-LINEAS                 DELIMITED BY SIZE
               INTO REG-APA-LINE
           END-STRING
           WRITE REG-APA-LINE
           IF FS-APA NOT = "00"
               DISPLAY "ERROR al escribir en APARTADOS.TXT. FS="
                       FS-APA
               EXIT PARAGRAPH
           END-IF
           IF WS-APA-METODO = "E"
               ADD WS-APA-MONTO TO WS-CAJA-EFECTIVO
           ELSE
               ADD WS-APA-MONTO TO WS-CAJA-TARJETA
           END-IF
           ADD WS-APA-MONTO TO WS-APA-PAGADO
           COMPUTE WS-APA-SALDO = WS-APA-TOTAL - WS-APA-PAGADO
           MOVE WS-APA-SALDO TO WS-APA-MONTO2-ED
           DISPLAY "Abono registrado por "
                   FUNCTION TRIM(WS-APA-MONTO-ED)
                   ". Saldo del apartado: "
                   FUNCTION TRIM(WS-APA-MONTO2-ED)
           .

       FACTURAR-APARTADO.
           *> El apartado WS-APA-* ya pagado pasa a una factura de
           *> condicion A por el mismo camino que una venta: lineas
           *> D al precio congelado, stock, kardex, lotes y resumen.
           *> El pago es la linea P con metodo B (abonos de apartado)
           *> porque el dinero ya entro a la caja con los abonos.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA-MOVIMIENTO
           IF WS-VALIDO NOT = "S"
               DISPLAY "El apartado queda pagado; retirelo con R."
               EXIT PARAGRAPH
           END-IF

           *> La mercaderia del propio apartado esta reservada para
           *> el; se revisa todo antes de tocar nada.
           MOVE "S" TO WS-APA-STOCK-OK
           MOVE WS-APA-NUM TO WS-APA-EXCLUIR
           PERFORM VARYING WS-APA-IX FROM 1 BY 1
                   UNTIL WS-APA-IX > WS-APA-LINEAS
               PERFORM VERIFICAR-LINEA-APARTADO
           END-PERFORM
           MOVE 0 TO WS-APA-EXCLUIR
           IF WS-APA-STOCK-OK NOT = "S"
               DISPLAY "No se facturo; el apartado queda pagado y "
                       "abierto para retirarlo con R."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-APA-CLIENTE TO WS-CLIENTE-TICKET
           MOVE WS-CLIENTE-TICKET TO CLI-CODIGO
           READ ARCH-CLI KEY IS CLI-CODIGO
               INVALID KEY
                   DISPLAY "AVISO: el cliente del apartado ya no "
                           "existe; la factura queda de mostrador."
                   MOVE SPACES TO WS-CLIENTE-TICKET
           END-READ
           MOVE "A" TO WS-CONDICION-TICKET

           PERFORM CONTAR-FACTURAS
           ADD 1 TO WS-NUM-FACTURA
           MOVE WS-NUM-FACTURA TO WS-FACTURA-TX
           MOVE "N" TO WS-FACTURA-HEADER
           PERFORM GRABAR-ENCABEZADO-VENTA
           IF WS-FACTURA-HEADER NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TICKET-TOTAL WS-ITEMS-FACTURA
           PERFORM VARYING WS-APA-IX FROM 1 BY 1
                   UNTIL WS-APA-IX > WS-APA-LINEAS
               PERFORM FACTURAR-LINEA-APARTADO
           END-PERFORM
           PERFORM GRABAR-PAGO-APARTADO
           MOVE WS-FACTURA-TX TO WS-FDOC-FACTURA
           PERFORM GENERAR-DOCUMENTO-FACTURA
           PERFORM GENERAR-FE-FACTURA
           PERFORM GRABAR-RETIRO-APARTADO

           DISPLAY "Apartado " FUNCTION TRIM(WS-APA-TX)
                   " retirado con la factura No. "
                   FUNCTION TRIM(WS-FACTURA-TX) " con "
                   WS-ITEMS-FACTURA " producto(s)."
           .

       GRABAR-RETIRO-APARTADO.
           *> Deja constancia del retiro del apartado WS-APA-TX con
           *> la factura WS-FACTURA-TX a la fecha WS-FECHA-TRIM.
           MOVE SPACES TO REG-APA-LINE
           STRING "F"                           DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-APA-TX                     DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-FECHA-TRIM                 DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-FACTURA-TX                 DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPER-ACTUAL) DELIMITED BY SIZE
               INTO REG-APA-LINE
           END-STRING
           WRITE REG-APA-LINE
           IF FS-APA NOT = "00"
               DISPLAY "ERROR al escribir en APARTADOS.TXT. FS="
                       FS-APA
           END-IF
           MOVE "F" TO WS-APA-ESTADO
           MOVE WS-FACTURA-TX TO WS-APA-FACTURA
           .

       VERIFICAR-LINEA-APARTADO.
           MOVE WS-APA-COD(WS-APA-IX) TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   DISPLAY "ERROR: el producto "
                           FUNCTION TRIM(WS-APA-COD(WS-APA-IX))
                           " del apartado ya no existe."
                   MOVE "N" TO WS-APA-STOCK-OK
                   EXIT PARAGRAPH
           END-READ
           PERFORM NORMALIZAR-STOCK-UBIC
           PERFORM CALCULAR-RESERVA-PRODUCTO
           MOVE 0 TO WS-APA-EN-TICKET
           PERFORM VARYING WS-APL-IX FROM 1 BY 1
                   UNTIL WS-APL-IX > WS-APA-IX
               IF WS-APA-COD(WS-APL-IX) = PRD-CODIGO
                   ADD WS-APA-CANT(WS-APL-IX) TO WS-APA-EN-TICKET
               END-IF
           END-PERFORM
           COMPUTE WS-APA-DISPONIBLE = PRD-STOCK-SALA
               - WS-APA-RESERVADO
           IF WS-APA-EN-TICKET > WS-APA-DISPONIBLE
               IF WS-APA-DISPONIBLE < 0
                   MOVE 0 TO WS-APA-DISPONIBLE
               END-IF
               MOVE WS-APA-CANT(WS-APA-IX) TO V-CANT-ED
               MOVE WS-APA-DISPONIBLE TO WS-STOCK-SALA-ED
               DISPLAY "ERROR: sin stock en sala para "
                       FUNCTION TRIM(PRD-CODIGO)
                       " (apartado " FUNCTION TRIM(V-CANT-ED)
                       ", libre en sala "
                       FUNCTION TRIM(WS-STOCK-SALA-ED) ")."
               MOVE "N" TO WS-APA-STOCK-OK
           END-IF
           .

       FACTURAR-LINEA-APARTADO.
           *> Pasa la linea WS-APA-IX del apartado a la factura
           *> WS-FACTURA-TX al precio congelado.
           MOVE WS-APA-COD(WS-APA-IX) TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   DISPLAY "ERROR: producto "
                           FUNCTION TRIM(WS-APA-COD(WS-APA-IX))
                           " desaparecio durante el retiro; "
                           "linea omitida."
                   EXIT PARAGRAPH
           END-READ
           PERFORM NORMALIZAR-STOCK-UBIC
           MOVE WS-APA-CANT(WS-APA-IX) TO WS-CANT-SIGN

           MOVE WS-APA-PRECIO(WS-APA-IX) TO WS-PRECIO-ED
           MOVE WS-CANT-SIGN TO V-CANT-ED
           MOVE SPACES TO REG-VENTA-LINE
           STRING "D"                         DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  WS-FACTURA-TX               DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  PRD-CODIGO                  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(V-CANT-ED)    DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRECIO-ED) DELIMITED BY SIZE
               INTO REG-VENTA-LINE
           END-STRING
           WRITE REG-VENTA-LINE
           IF FS-VEN NOT = "00"
               DISPLAY "ERROR al escribir en ventas.txt. FS=" FS-VEN
               EXIT PARAGRAPH
           END-IF
           PERFORM INDEXAR-LINEA-VENTA

           SUBTRACT WS-CANT-SIGN FROM PRD-STOCK
           SUBTRACT WS-CANT-SIGN FROM PRD-STOCK-SALA
           REWRITE REG-PROD
               INVALID KEY
                   DISPLAY "ERROR: linea guardada pero no se pudo "
                           "actualizar stock."
                   ADD WS-CANT-SIGN TO PRD-STOCK
                   ADD WS-CANT-SIGN TO PRD-STOCK-SALA
                   EXIT PARAGRAPH
           END-REWRITE

           COMPUTE WS-TICKET-TOTAL = WS-TICKET-TOTAL
               + WS-APA-PRECIO(WS-APA-IX) * WS-CANT-SIGN

           MOVE "S" TO WS-MOV-UBIC
           MOVE "V" TO WS-MOV-TIPO
           COMPUTE WS-MOV-CANT = 0 - WS-CANT-SIGN
           MOVE WS-FACTURA-TX TO WS-MOV-REF
           MOVE WS-FECHA-TRIM TO WS-MOV-FECHA
           PERFORM GRABAR-MOVIMIENTO

           MOVE WS-CANT-SIGN TO WS-LOT-DESCARGA
           PERFORM DESCARGAR-LOTES-FEFO

           MOVE PRD-CODIGO    TO WS-RES-COD
           MOVE WS-FECHA-TRIM TO WS-RES-FECHA
           MOVE WS-CANT-SIGN  TO WS-RES-UND
           MOVE 0             TO WS-RES-DEV WS-RES-DEVM
           COMPUTE WS-RES-ING = WS-APA-PRECIO(WS-APA-IX)
               * WS-CANT-SIGN
           COMPUTE WS-RES-CGS = PRD-COSTO * WS-CANT-SIGN
           PERFORM ACTUALIZAR-RESUMEN-VENTA

           ADD 1 TO WS-ITEMS-FACTURA
           .

       GRABAR-PAGO-APARTADO.
           MOVE WS-TICKET-TOTAL TO WS-CAJA-MONTO-ED
           MOVE 0               TO WS-CAJA-MONTO3-ED
           MOVE SPACES TO REG-VENTA-LINE
           STRING
             "P"                               DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             WS-FACTURA-TX                     DELIMITED BY SIZE
             "|B|"                             DELIMITED BY SIZE
             FUNCTION TRIM(WS-CAJA-MONTO-ED)   DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             FUNCTION TRIM(WS-CAJA-MONTO-ED)   DELIMITED BY SIZE
             "|"                               DELIMITED BY SIZE
             FUNCTION TRIM(WS-CAJA-MONTO3-ED)  DELIMITED BY SIZE
             INTO REG-VENTA-LINE
           END-STRING
           WRITE REG-VENTA-LINE
           IF FS-VEN NOT = "00"
               DISPLAY "ERROR al escribir en ventas.txt. FS=" FS-VEN
           ELSE
               PERFORM INDEXAR-LINEA-VENTA
           END-IF
           .

       VENCER-APARTADOS.
           DISPLAY "----- Vencimiento de apartados -----".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-APA-HOY
           MOVE SPACES TO WS-APA-RSV-COD
           PERFORM CARGAR-TABLA-APARTADOS
           MOVE 0 TO WS-APA-PROCESADOS
           PERFORM VARYING WS-APL-IX FROM 1 BY 1
                   UNTIL WS-APL-IX > WS-APL-CANT
               IF WS-APL-ESTADO(WS-APL-IX) = "A" AND
                  WS-APL-VENCE(WS-APL-IX) < WS-APA-HOY
                   PERFORM VENCER-APARTADO
               END-IF
           END-PERFORM
           IF WS-APA-PROCESADOS = 0
               DISPLAY "No se proceso ningun apartado vencido."
           ELSE
               MOVE WS-APA-PROCESADOS TO WS-APA-CANT-ED
               DISPLAY "Apartados vencidos procesados: "
                       FUNCTION TRIM(WS-APA-CANT-ED)
           END-IF
           .

       VENCER-APARTADO.
           *> Regla de vencimiento: la tienda retiene
           *> WS-APA-RETIENE-PCT del total, nunca mas de lo abonado,
           *> y el resto se devuelve en efectivo de la caja abierta.
           *> La mercaderia queda libre al marcarlo vencido.
           MOVE WS-APL-IX TO WS-APA-NUM
           MOVE WS-APA-NUM TO WS-APA-TX
           COMPUTE WS-APA-RETENIDO ROUNDED =
               WS-APL-TOTAL(WS-APL-IX) * WS-APA-RETIENE-PCT / 100
           IF WS-APA-RETENIDO > WS-APL-PAGADO(WS-APL-IX)
               MOVE WS-APL-PAGADO(WS-APL-IX) TO WS-APA-RETENIDO
           END-IF
           COMPUTE WS-APA-DEVUELTO =
               WS-APL-PAGADO(WS-APL-IX) - WS-APA-RETENIDO
           MOVE WS-APA-RETENIDO TO WS-APA-MONTO-ED
           MOVE WS-APA-DEVUELTO TO WS-APA-MONTO2-ED
           IF WS-APA-DEVUELTO > 0 AND WS-CAJA-ABIERTA NOT = "S"
               DISPLAY "AVISO: el apartado " FUNCTION TRIM(WS-APA-TX)
                       " debe devolver "
                       FUNCTION TRIM(WS-APA-MONTO2-ED)
                       " en efectivo; abra la caja y vuelva a "
                       "procesarlo."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-APA-LINE
           STRING "X"                             DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-APA-TX                       DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-APA-HOY                      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APA-MONTO-ED)  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APA-MONTO2-ED) DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPER-ACTUAL)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  WS-CAJA-LINEAS                  DELIMITED BY SIZE
               INTO REG-APA-LINE
           END-STRING
           WRITE REG-APA-LINE
           IF FS-APA NOT = "00"
               DISPLAY "ERROR al escribir en APARTADOS.TXT. FS="
                       FS-APA
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO WS-APL-ESTADO(WS-APL-IX)
           IF WS-APA-DEVUELTO > 0
               SUBTRACT WS-APA-DEVUELTO FROM WS-CAJA-EFECTIVO
           END-IF
           ADD 1 TO WS-APA-PROCESADOS
           DISPLAY "Apartado " FUNCTION TRIM(WS-APA-TX) " (cliente "
                   WS-APL-CLIENTE(WS-APL-IX) ", vencio el "
                   WS-APL-VENCE(WS-APL-IX) "): retenido "
                   FUNCTION TRIM(WS-APA-MONTO-ED)
                   ", devuelto en efectivo "
                   FUNCTION TRIM(WS-APA-MONTO2-ED) "."

           MOVE "APARTADO" TO WS-EVT-CLASE
           MOVE WS-APA-TX  TO WS-EVT-REF
           MOVE "VENCIDO"  TO WS-EVT-ACCION
           MOVE SPACES TO WS-EVT-DETALLE
           STRING "RETENIDO "                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APA-MONTO-ED)   DELIMITED BY SIZE
                  " DEVUELTO "                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-APA-MONTO2-ED)  DELIMITED BY SIZE
               INTO WS-EVT-DETALLE
           END-STRING
           MOVE WS-OPER-ACTUAL TO WS-EVT-OPER
           PERFORM REGISTRAR-EVENTO-AUDITORIA
           .

       REPORTE-APARTADOS.
           DISPLAY "----- Apartados abiertos por antiguedad -----".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-APA-HOY
           MOVE FUNCTION NUMVAL(WS-APA-HOY) TO WS-APA-FNUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-APA-FNUM)
               TO WS-APA-HOY-INT
           MOVE SPACES TO WS-APA-RSV-COD
           PERFORM CARGAR-TABLA-APARTADOS
           INITIALIZE WS-APA-TRAMO-TAB
           MOVE 0 TO WS-APA-PROCESADOS
           DISPLAY "NUMERO |CLIENTE|FECHA   | DIAS|VENCE   |"
                   "TOTAL        |ABONADO      |SALDO"
           DISPLAY "-----------------------------------------------"
                   "------------------------------"
           PERFORM VARYING WS-APL-IX FROM 1 BY 1
                   UNTIL WS-APL-IX > WS-APL-CANT
               IF WS-APL-ESTADO(WS-APL-IX) = "A"
                   PERFORM MOSTRAR-APARTADO-ABIERTO
               END-IF
           END-PERFORM
           IF WS-APA-PROCESADOS = 0
               DISPLAY "No hay apartados abiertos."
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Resumen por antiguedad"
           DISPLAY "TRAMO         |CANT.|ABONADO      |SALDO"
           DISPLAY "-----------------------------------------------"
           PERFORM VARYING WS-APA-TR-IX FROM 1 BY 1
                   UNTIL WS-APA-TR-IX > 4
               MOVE WS-APA-TR-CANT(WS-APA-TR-IX)   TO WS-APA-CANT-ED
               MOVE WS-APA-TR-PAGADO(WS-APA-TR-IX) TO WS-APA-MONTO-ED
               MOVE WS-APA-TR-SALDO(WS-APA-TR-IX)  TO WS-APA-MONTO2-ED
               EVALUATE WS-APA-TR-IX
               WHEN 1
                   DISPLAY "0 a 30 dias   |" WS-APA-CANT-ED "|"
                           WS-APA-MONTO-ED "|" WS-APA-MONTO2-ED
               WHEN 2
                   DISPLAY "31 a 60 dias  |" WS-APA-CANT-ED "|"
                           WS-APA-MONTO-ED "|" WS-APA-MONTO2-ED
               WHEN 3
                   DISPLAY "61 a 90 dias  |" WS-APA-CANT-ED "|"
                           WS-APA-MONTO-ED "|" WS-APA-MONTO2-ED
               WHEN OTHER
                   DISPLAY "mas de 90 dias|" WS-APA-CANT-ED "|"
                           WS-APA-MONTO-ED "|" WS-APA-MONTO2-ED
               END-EVALUATE
           END-PERFORM
           .

       MOSTRAR-APARTADO-ABIERTO.
           ADD 1 TO WS-APA-PROCESADOS
           MOVE WS-APL-IX TO WS-APA-NUM
           MOVE WS-APA-NUM TO WS-APA-TX
           MOVE FUNCTION NUMVAL(WS-APL-FECHA(WS-APL-IX))
               TO WS-APA-FNUM
           COMPUTE WS-APA-DIAS = WS-APA-HOY-INT
               - FUNCTION INTEGER-OF-DATE(WS-APA-FNUM)
           EVALUATE TRUE
           WHEN WS-APA-DIAS <= 30
               MOVE 1 TO WS-APA-TR-IX
           WHEN WS-APA-DIAS <= 60
               MOVE 2 TO WS-APA-TR-IX
           WHEN WS-APA-DIAS <= 90
               MOVE 3 TO WS-APA-TR-IX
           WHEN OTHER
               MOVE 4 TO WS-APA-TR-IX
           END-EVALUATE
           COMPUTE WS-APA-SALDO = WS-APL-TOTAL(WS-APL-IX)
               - WS-APL-PAGADO(WS-APL-IX)
           ADD 1 TO WS-APA-TR-CANT(WS-APA-TR-IX)
           ADD WS-APL-PAGADO(WS-APL-IX)
               TO WS-APA-TR-PAGADO(WS-APA-TR-IX)
           ADD WS-APA-SALDO TO WS-APA-TR-SALDO(WS-APA-TR-IX)

           MOVE WS-APA-DIAS             TO WS-APA-DIAS-ED
           MOVE WS-APL-TOTAL(WS-APL-IX)  TO WS-APA-MONTO-ED
           MOVE WS-APL-PAGADO(WS-APL-IX) TO WS-APA-MONTO2-ED
           MOVE WS-APA-SALDO            TO WS-APA-MONTO3-ED
           IF WS-APL-VENCE(WS-APL-IX) < WS-APA-HOY
               DISPLAY WS-APA-TX "|" WS-APL-CLIENTE(WS-APL-IX) "  |"
                       WS-APL-FECHA(WS-APL-IX) "|" WS-APA-DIAS-ED "|"
                       WS-APL-VENCE(WS-APL-IX) "|" WS-APA-MONTO-ED "|"
                       WS-APA-MONTO2-ED "|" WS-APA-MONTO3-ED
                       " VENCIDO"
           ELSE
               DISPLAY WS-APA-TX "|" WS-APL-CLIENTE(WS-APL-IX) "  |"
                       WS-APL-FECHA(WS-APL-IX) "|" WS-APA-DIAS-ED "|"
                       WS-APL-VENCE(WS-APL-IX) "|" WS-APA-MONTO-ED "|"
                       WS-APA-MONTO2-ED "|" WS-APA-MONTO3-ED
           END-IF
           .

       MANTEN-PUNTOS.
           DISPLAY "----- Puntos de fidelidad -----".
           MOVE "X" TO IN-PTS-OPCION
           PERFORM UNTIL IN-PTS-OPCION = SPACES
               DISPLAY "E=estado de cuenta de un cliente, "
                       "P=parametros del programa, blanco=salir: "
               ACCEPT IN-PTS-OPCION
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(IN-PTS-OPCION))
                   TO IN-PTS-OPCION
               EVALUATE IN-PTS-OPCION
               WHEN "E"
                   PERFORM ESTADO-PUNTOS-CLIENTE
               WHEN "P"
                   PERFORM VERIFICAR-ACCESO-SUPERVISOR
                   IF WS-ACCESO-OK = "S"
                       PERFORM PARAMETROS-PUNTOS
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
               END-EVALUATE
           END-PERFORM
           .

       LEER-PARAM-PUNTOS.
           *> Sin PUNTOS_PARAM.DAT rigen los valores de fabrica
           MOVE 1.00 TO WS-PTS-TASA
           MOVE 12   TO WS-PTS-MESES
           MOVE 1.00 TO WS-PTS-VALOR
           OPEN INPUT ARCH-PPAR
           IF FS-PPAR = "00"
               READ ARCH-PPAR NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PPAR-TASA  TO WS-PTS-TASA
                       MOVE PPAR-MESES TO WS-PTS-MESES
                       MOVE PPAR-VALOR TO WS-PTS-VALOR
               END-READ
               CLOSE ARCH-PPAR
           END-IF
           .

       GRABAR-PARAM-PUNTOS.
           OPEN OUTPUT ARCH-PPAR
           MOVE WS-PTS-TASA  TO PPAR-TASA
           MOVE WS-PTS-MESES TO PPAR-MESES
           MOVE WS-PTS-VALOR TO PPAR-VALOR
           WRITE REG-PPAR
           IF FS-PPAR NOT = "00"
               DISPLAY "ERROR al escribir en PUNTOS_PARAM.DAT. FS="
                       FS-PPAR
           END-IF
           CLOSE ARCH-PPAR
           .

       PARAMETROS-PUNTOS.
           DISPLAY "----- Parametros del programa de puntos -----".
           PERFORM LEER-PARAM-PUNTOS
           MOVE WS-PTS-TASA  TO WS-PTS-TASA-ED
           MOVE WS-PTS-MESES TO WS-PTS-MESES-ED
           MOVE WS-PTS-VALOR TO WS-PTS-VALOR-ED
           DISPLAY "Puntos por cada 100 de venta sin IVA: "
                   FUNCTION TRIM(WS-PTS-TASA-ED)
           DISPLAY "Meses de vigencia de los puntos:      "
                   FUNCTION TRIM(WS-PTS-MESES-ED)
           DISPLAY "Valor de un punto al canjearlo:       "
                   FUNCTION TRIM(WS-PTS-VALOR-ED)

           DISPLAY "Nuevos puntos por cada 100 (0-100, blanco = "
                   "igual): "
           ACCEPT IN-PTS-VALOR-TX
           IF FUNCTION TRIM(IN-PTS-VALOR-TX) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(IN-PTS-VALOR-TX) NOT = 0
                   DISPLAY "ERROR: Tasa invalida."
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(IN-PTS-VALOR-TX) < 0 OR
                  FUNCTION NUMVAL(IN-PTS-VALOR-TX) > 100
                   DISPLAY "ERROR: La tasa va de 0 a 100."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(IN-PTS-VALOR-TX) TO WS-PTS-TASA
           END-IF

           DISPLAY "Nuevos meses de vigencia (1-120, blanco = "
                   "igual): "
           ACCEPT IN-PTS-VALOR-TX
           IF FUNCTION TRIM(IN-PTS-VALOR-TX) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(IN-PTS-VALOR-TX) NOT = 0
                   DISPLAY "ERROR: Cantidad de meses invalida."
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(IN-PTS-VALOR-TX) < 1 OR
                  FUNCTION NUMVAL(IN-PTS-VALOR-TX) > 120 OR
                  FUNCTION INTEGER(FUNCTION NUMVAL(IN-PTS-VALOR-TX))
                  NOT = FUNCTION NUMVAL(IN-PTS-VALOR-TX)
                   DISPLAY "ERROR: Los meses van de 1 a 120."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(IN-PTS-VALOR-TX) TO WS-PTS-MESES
           END-IF

           DISPLAY "Nuevo valor de un punto (> 0, blanco = igual): "
           ACCEPT IN-PTS-VALOR-TX
           IF FUNCTION TRIM(IN-PTS-VALOR-TX) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(IN-PTS-VALOR-TX) NOT = 0
                   DISPLAY "ERROR: Valor invalido."
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(IN-PTS-VALOR-TX) <= 0 OR
                  FUNCTION NUMVAL(IN-PTS-VALOR-TX) > 99999.99
                   DISPLAY "ERROR: El valor debe ser mayor que cero."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(IN-PTS-VALOR-TX) TO WS-PTS-VALOR
           END-IF

           PERFORM GRABAR-PARAM-PUNTOS
           MOVE WS-PTS-TASA  TO WS-PTS-TASA-ED
           MOVE WS-PTS-MESES TO WS-PTS-MESES-ED
           MOVE WS-PTS-VALOR TO WS-PTS-VALOR-ED
           MOVE "PUNTOS"     TO WS-EVT-CLASE
           MOVE "PARAMETROS" TO WS-EVT-REF
           MOVE "CAMBIADOS"  TO WS-EVT-ACCION
           MOVE SPACES TO WS-EVT-DETALLE
           STRING "TASA "                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTS-TASA-ED)   DELIMITED BY SIZE
                  " MESES "                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTS-MESES-ED)  DELIMITED BY SIZE
                  " VALOR "                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTS-VALOR-ED)  DELIMITED BY SIZE
               INTO WS-EVT-DETALLE
           END-STRING
           MOVE WS-OPER-ACTUAL TO WS-EVT-OPER
           PERFORM REGISTRAR-EVENTO-AUDITORIA
           DISPLAY "Parametros de puntos actualizados."
           .

       ESTADO-PUNTOS-CLIENTE.
           DISPLAY "Codigo de cliente: "
           ACCEPT IN-PTS-CLIENTE
           MOVE FUNCTION TRIM(IN-PTS-CLIENTE) TO CLI-CODIGO
           READ ARCH-CLI KEY IS CLI-CODIGO
               INVALID KEY
                   DISPLAY "ERROR: Ese cliente no esta registrado."
                   EXIT PARAGRAPH
           END-READ
           PERFORM LEER-PARAM-PUNTOS
           MOVE CLI-CODIGO TO WS-PTS-CLIENTE

           DISPLAY "----- Estado de puntos de "
                   FUNCTION TRIM(CLI-CODIGO) " "
                   FUNCTION TRIM(CLI-NOMBRE) " -----"
           DISPLAY "TIPO         |FECHA   |DOCUMENTO|    PUNTOS|OPER"
           MOVE "S" TO WS-PTS-LISTAR
           PERFORM CALCULAR-PUNTOS-CLIENTE
           MOVE "N" TO WS-PTS-LISTAR

           MOVE WS-PTS-GANADOS TO WS-PTS-ED
           DISPLAY "Ganados:                      "
                   FUNCTION TRIM(WS-PTS-ED)
           MOVE WS-PTS-REVERSADOS TO WS-PTS-ED
           DISPLAY "Quitados por devoluciones:    "
                   FUNCTION TRIM(WS-PTS-ED)
           MOVE WS-PTS-CANJEADOS TO WS-PTS-ED
           DISPLAY "Canjeados:                    "
                   FUNCTION TRIM(WS-PTS-ED)
           MOVE WS-PTS-DEVUELTOS TO WS-PTS-ED
           DISPLAY "Devueltos por devoluciones:   "
                   FUNCTION TRIM(WS-PTS-ED)
           MOVE WS-PTS-VENCIDOS TO WS-PTS-ED
           DISPLAY "Vencidos:                     "
                   FUNCTION TRIM(WS-PTS-ED)
           MOVE WS-PTS-SALDO TO WS-PTS-ED
           COMPUTE WS-PTS-MONTO = WS-PTS-VALOR * WS-PTS-SALDO
           IF WS-PTS-SALDO < 0
               MOVE 0 TO WS-PTS-MONTO
           END-IF
           MOVE WS-PTS-MONTO TO WS-PTS-MONTO-ED
           DISPLAY "Saldo:                        "
                   FUNCTION TRIM(WS-PTS-ED) " (vale "
                   FUNCTION TRIM(WS-PTS-MONTO-ED) ")"
           .

       CALCULAR-PUNTOS-CLIENTE.
           *> Totales de puntos de WS-PTS-CLIENTE por tipo de
           *> movimiento y su saldo; con WS-PTS-LISTAR en "S" muestra
           *> cada movimiento.
           MOVE 0 TO WS-PTS-GANADOS WS-PTS-REVERSADOS
                     WS-PTS-CANJEADOS WS-PTS-DEVUELTOS
                     WS-PTS-VENCIDOS WS-PTS-SALDO
           CLOSE ARCH-PTS
           OPEN INPUT ARCH-PTS
           PERFORM UNTIL FS-PTS NOT = "00"
               READ ARCH-PTS NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-LINEA-PUNTOS
               END-READ
           END-PERFORM
           CLOSE ARCH-PTS
           OPEN EXTEND ARCH-PTS
           COMPUTE WS-PTS-SALDO = WS-PTS-GANADOS + WS-PTS-DEVUELTOS
               - WS-PTS-REVERSADOS - WS-PTS-CANJEADOS
               - WS-PTS-VENCIDOS
           .

       ACUMULAR-LINEA-PUNTOS.
           PERFORM PARTIR-LINEA-PUNTOS
           IF PT-CLIENTE NOT = WS-PTS-CLIENTE
               EXIT PARAGRAPH
           END-IF
           EVALUATE PT-TIPO
           WHEN "G"
               ADD WS-PTS-PUNTOS TO WS-PTS-GANADOS
               MOVE "GANADOS"     TO WS-PTS-DESC
           WHEN "R"
               ADD WS-PTS-PUNTOS TO WS-PTS-REVERSADOS
               MOVE "DEVOLUCION"  TO WS-PTS-DESC
           WHEN "C"
               ADD WS-PTS-PUNTOS TO WS-PTS-CANJEADOS
               MOVE "CANJEADOS"   TO WS-PTS-DESC
           WHEN "D"
               ADD WS-PTS-PUNTOS TO WS-PTS-DEVUELTOS
               MOVE "DEVUELTOS"   TO WS-PTS-DESC
           WHEN "V"
               ADD WS-PTS-PUNTOS TO WS-PTS-VENCIDOS
               MOVE "VENCIDOS"    TO WS-PTS-DESC
           WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           IF WS-PTS-LISTAR = "S"
               IF PT-TIPO = "G" OR PT-TIPO = "D"
                   MOVE WS-PTS-PUNTOS TO WS-PTS-ED
               ELSE
                   COMPUTE WS-PTS-ED = 0 - WS-PTS-PUNTOS
               END-IF
               DISPLAY WS-PTS-DESC " |" PT-FECHA "|" PT-REF
                       " |" WS-PTS-ED "|" PT-OPER
           END-IF
           .

       PARTIR-LINEA-PUNTOS.
           MOVE SPACES TO PT-TIPO PT-CLIENTE PT-FECHA PT-REF
                          PT-PUNTOS-TX PT-OPER PT-MONTO-TX
           UNSTRING REG-PTS-LINE DELIMITED BY "|"
                INTO PT-TIPO PT-CLIENTE PT-FECHA PT-REF
                     PT-PUNTOS-TX PT-OPER PT-MONTO-TX
           END-UNSTRING
           MOVE 0 TO WS-PTS-PUNTOS
           IF FUNCTION TEST-NUMVAL(PT-PUNTOS-TX) = 0
               MOVE FUNCTION NUMVAL(PT-PUNTOS-TX) TO WS-PTS-PUNTOS
           END-IF
           .

       GRABAR-LINEA-PUNTOS.
           *> Movimiento WS-PTS-TIPO de WS-PTS-PUNTOS puntos del
           *> cliente WS-PTS-CLIENTE, documento WS-PTS-REF; las
           *> lineas G, R, C y D llevan ademas WS-PTS-MONTO.
           MOVE WS-PTS-PUNTOS TO WS-PTS-ED
           MOVE WS-PTS-MONTO  TO WS-PTS-MONTO-ED
           MOVE SPACES TO REG-PTS-LINE
           MOVE 1 TO WS-PTS-PTR
           STRING WS-PTS-TIPO                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-PTS-CLIENTE                 DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8)     DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-PTS-REF                     DELIMITED BY SPACE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTS-ED)       DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPER-ACTUAL)  DELIMITED BY SIZE
               INTO REG-PTS-LINE
               WITH POINTER WS-PTS-PTR
           END-STRING
           IF WS-PTS-TIPO NOT = "V"
               STRING "|"                            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PTS-MONTO-ED) DELIMITED BY SIZE
                   INTO REG-PTS-LINE
                   WITH POINTER WS-PTS-PTR
               END-STRING
           END-IF
           WRITE REG-PTS-LINE
           IF FS-PTS NOT = "00"
               DISPLAY "ERROR al escribir en PUNTOS.TXT. FS=" FS-PTS
           END-IF
           .

       BUSCAR-PUNTOS-FACTURA.
           *> Forma de pago de la factura IN-FACTURA-DEV y sus
           *> puntos: si se pago con puntos, los canjeados (C) y los
           *> ya devueltos (D); si no, los ganados (G) con su base y
           *> los ya quitados por devoluciones (R).
           MOVE SPACES TO WS-PTS-FAC-METODO WS-PTS-FAC-CLIENTE
           MOVE 0 TO WS-PTS-FAC-GANADOS WS-PTS-FAC-QUITADOS
                     WS-PTS-FAC-BASE
           MOVE IN-FACTURA-DEV TO FAC-NUMERO
           READ ARCH-FAC KEY IS FAC-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FAC-METODO TO WS-PTS-FAC-METODO
           END-READ
           CLOSE ARCH-PTS
           OPEN INPUT ARCH-PTS
           PERFORM UNTIL FS-PTS NOT = "00"
               READ ARCH-PTS NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-PUNTOS-FACTURA
               END-READ
           END-PERFORM
           CLOSE ARCH-PTS
           OPEN EXTEND ARCH-PTS
           .

       ACUMULAR-PUNTOS-FACTURA.
           PERFORM PARTIR-LINEA-PUNTOS
           IF PT-REF NOT = IN-FACTURA-DEV
               EXIT PARAGRAPH
           END-IF
           EVALUATE PT-TIPO
           WHEN "G"
           WHEN "C"
               ADD WS-PTS-PUNTOS TO WS-PTS-FAC-GANADOS
               ADD FUNCTION NUMVAL(PT-MONTO-TX) TO WS-PTS-FAC-BASE
               MOVE PT-CLIENTE TO WS-PTS-FAC-CLIENTE
           WHEN "R"
           WHEN "D"
               ADD WS-PTS-PUNTOS TO WS-PTS-FAC-QUITADOS
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       AJUSTAR-PUNTOS-DEVOLUCION.
           *> La devolucion de WS-DEV-VALOR (con IVA) sobre una
           *> factura con puntos: si se pago con puntos, el valor
           *> vuelve al cliente como puntos (D); si gano puntos, se
           *> le quitan los que corresponden a lo devuelto (R).
           IF WS-PTS-FAC-CLIENTE = SPACES OR
              WS-PTS-FAC-GANADOS <= WS-PTS-FAC-QUITADOS
               EXIT PARAGRAPH
           END-IF
           PERFORM LEER-PARAM-PUNTOS
           MOVE WS-PTS-FAC-CLIENTE TO WS-PTS-CLIENTE
           MOVE IN-FACTURA-DEV     TO WS-PTS-REF
           IF WS-PTS-FAC-METODO = "P"
               MOVE "D" TO WS-PTS-TIPO
               MOVE WS-DEV-VALOR TO WS-PTS-MONTO
               COMPUTE WS-PTS-PUNTOS ROUNDED =
                   WS-DEV-VALOR / WS-PTS-VALOR
           ELSE
               IF WS-PTS-FAC-BASE = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE "R" TO WS-PTS-TIPO
               COMPUTE WS-PTS-DEV-BASE ROUNDED = WS-DEV-VALOR
                   * 100 / (100 + WS-IVA-TASA)
               MOVE WS-PTS-DEV-BASE TO WS-PTS-MONTO
               COMPUTE WS-PTS-PUNTOS ROUNDED = WS-PTS-FAC-GANADOS
                   * WS-PTS-DEV-BASE / WS-PTS-FAC-BASE
           END-IF
           IF WS-PTS-PUNTOS >
              WS-PTS-FAC-GANADOS - WS-PTS-FAC-QUITADOS
               COMPUTE WS-PTS-PUNTOS =
                   WS-PTS-FAC-GANADOS - WS-PTS-FAC-QUITADOS
           END-IF
           IF WS-PTS-PUNTOS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM GRABAR-LINEA-PUNTOS
           MOVE WS-PTS-PUNTOS TO WS-PTS-ED
           IF WS-PTS-TIPO = "D"
               DISPLAY "Se devolvieron " FUNCTION TRIM(WS-PTS-ED)
                       " puntos al cliente "
                       FUNCTION TRIM(WS-PTS-CLIENTE) "."
           ELSE
               DISPLAY "Se quitaron " FUNCTION TRIM(WS-PTS-ED)
                       " puntos ganados en esa factura al cliente "
                       FUNCTION TRIM(WS-PTS-CLIENTE) "."
           END-IF
           .

       VENCER-PUNTOS.
           *> En el cierre anual vencen los puntos ganados (o
           *> devueltos) antes del corte IN-FECHA-CIERRE menos
           *> WS-PTS-MESES meses que el cliente no gasto: los puntos
           *> usados (canjeados, quitados o ya vencidos) consumen
           *> primero los mas viejos. Volver a correrlo con el mismo
           *> corte no vence nada mas.
           PERFORM LEER-PARAM-PUNTOS
           MOVE FUNCTION NUMVAL(IN-FECHA-CIERRE(1:4)) TO WS-PTS-AAAA
           MOVE FUNCTION NUMVAL(IN-FECHA-CIERRE(5:2)) TO WS-PTS-MM
           MOVE FUNCTION NUMVAL(IN-FECHA-CIERRE(7:2)) TO WS-PTS-DD
           COMPUTE WS-PTS-MESES-ABS = WS-PTS-AAAA * 12 + WS-PTS-MM
               - 1 - WS-PTS-MESES
           DIVIDE WS-PTS-MESES-ABS BY 12 GIVING WS-PTS-AAAA
               REMAINDER WS-PTS-MM
           ADD 1 TO WS-PTS-MM
           IF WS-PTS-DD > 28
               MOVE 28 TO WS-PTS-DD
           END-IF
           MOVE SPACES TO WS-PTS-CORTE
           STRING WS-PTS-AAAA DELIMITED BY SIZE
                  WS-PTS-MM   DELIMITED BY SIZE
                  WS-PTS-DD   DELIMITED BY SIZE
               INTO WS-PTS-CORTE
           END-STRING

           MOVE 0 TO WS-PCL-CANT WS-PTS-TOT-VENCE WS-PTS-CLI-VENCE
           CLOSE ARCH-PTS
           OPEN INPUT ARCH-PTS
           PERFORM UNTIL FS-PTS NOT = "00"
               READ ARCH-PTS NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-VENCIMIENTO-PUNTOS
               END-READ
           END-PERFORM
           CLOSE ARCH-PTS
           OPEN EXTEND ARCH-PTS

           MOVE "V"          TO WS-PTS-TIPO
           MOVE WS-PTS-CORTE TO WS-PTS-REF
           MOVE 0            TO WS-PTS-MONTO
           PERFORM VARYING WS-PCL-IX FROM 1 BY 1
                   UNTIL WS-PCL-IX > WS-PCL-CANT
               IF WS-PCL-ANTES(WS-PCL-IX) > WS-PCL-USADOS(WS-PCL-IX)
                   MOVE WS-PCL-CLIENTE(WS-PCL-IX) TO WS-PTS-CLIENTE
                   COMPUTE WS-PTS-PUNTOS = WS-PCL-ANTES(WS-PCL-IX)
                       - WS-PCL-USADOS(WS-PCL-IX)
                   PERFORM GRABAR-LINEA-PUNTOS
                   ADD WS-PTS-PUNTOS TO WS-PTS-TOT-VENCE
                   ADD 1 TO WS-PTS-CLI-VENCE
               END-IF
           END-PERFORM

           MOVE WS-PTS-TOT-VENCE TO WS-PTS-ED
           MOVE WS-PTS-CLI-VENCE TO WS-PTS-ED2
           DISPLAY "Puntos de fidelidad vencidos (ganados antes del "
                   WS-PTS-CORTE "): " FUNCTION TRIM(WS-PTS-ED)
                   " de " FUNCTION TRIM(WS-PTS-ED2) " cliente(s)."
           .

       ACUMULAR-VENCIMIENTO-PUNTOS.
           PERFORM PARTIR-LINEA-PUNTOS
           IF PT-CLIENTE = SPACES OR WS-PTS-PUNTOS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PCL-IX FROM 1 BY 1
                   UNTIL WS-PCL-IX > WS-PCL-CANT
               IF WS-PCL-CLIENTE(WS-PCL-IX) = PT-CLIENTE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PCL-IX > WS-PCL-CANT
               IF WS-PCL-CANT >= 5000
                   DISPLAY "AVISO: mas de 5000 clientes con puntos; "
                           "el cliente " PT-CLIENTE " no se vence."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PCL-CANT
               MOVE WS-PCL-CANT TO WS-PCL-IX
               MOVE PT-CLIENTE  TO WS-PCL-CLIENTE(WS-PCL-IX)
               MOVE 0 TO WS-PCL-ANTES(WS-PCL-IX)
                         WS-PCL-USADOS(WS-PCL-IX)
           END-IF
           EVALUATE PT-TIPO
           WHEN "G"
           WHEN "D"
               IF PT-FECHA < WS-PTS-CORTE
                   ADD WS-PTS-PUNTOS TO WS-PCL-ANTES(WS-PCL-IX)
               END-IF
           WHEN "C"
           WHEN "R"
           WHEN "V"
               ADD WS-PTS-PUNTOS TO WS-PCL-USADOS(WS-PCL-IX)
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       REGISTRAR-DEVOLUCION.
           ACCEPT IN-CODIGO-DEV

           MOVE FUNCTION TRIM(IN-CODIGO-DEV) TO WS-COD-ENTRADA
           MOVE "N" TO WS-DEV-ES-KIT
           PERFORM RESOLVER-CODIGO-PRODUCTO
           IF WS-COD-RESUELTO = "S"
               MOVE PRD-CODIGO TO WS-DEV-COD
           ELSE
               *> Un kit se devuelve por su codigo de venta y sus
               *> componentes vuelven a la sala tal como salieron en
               *> las lineas K de la factura, aunque el kit se haya
               *> redefinido o eliminado despues.
               IF WS-COD-ENTRADA(6:8) = SPACES
                   MOVE WS-COD-ENTRADA(1:5) TO WS-DEV-COD
                   PERFORM CARGAR-KIT-FACTURA
                   IF WS-DKC-CANT-L > 0
                       MOVE "S"   TO WS-DEV-ES-KIT
                       MOVE "UND" TO PRD-UNIDAD
                       MOVE 0     TO PRD-PRECIO
                       IF WS-DKC-KITS > 0
                           COMPUTE PRD-PRECIO =
                               WS-DKC-VALOR / WS-DKC-KITS
                       END-IF
                   END-IF
               END-IF
               IF WS-DEV-ES-KIT NOT = "S"
                   MOVE WS-COD-ENTRADA(1:5) TO KIT-CODIGO
                   READ ARCH-KIT KEY IS KIT-CODIGO
                       INVALID KEY
                           DISPLAY "ERROR: Ese codigo de producto "
                                   "no existe."
                       NOT INVALID KEY
                           DISPLAY "ERROR: Ese kit no fue vendido "
                                   "en esa factura."
                   END-READ
                   EXIT PARAGRAPH
               END-IF
           END-IF

          DISPLAY "Cantidad a devolver en "
          DISPLAY "Fecha de la devolucion (AAAAMMDD): "
          ACCEPT IN-FECHA-DEV
          MOVE FUNCTION TRIM(IN-FECHA-DEV) TO WS-FECHA-TRIM
          PERFORM VALIDAR-FECHA-MOVIMIENTO
          IF WS-VALIDO NOT = "S"
              EXIT PARAGRAPH
          END-IF
              MOVE PRD-PRECIO TO WS-DEV-PRECIO
          END-IF
          MOVE WS-DEV-PRECIO TO WS-PRECIO-ED
          MOVE SPACES TO WS-DEV-MARCA-TX
          IF WS-DEV-ES-KIT = "S"
              MOVE "K" TO WS-DEV-MARCA-TX
          END-IF

          *> Si el dinero se devuelve en efectivo sale de la caja,
          *> valorado al precio congelado de la venta original; la
          *> linea R lo deja marcado para cuadrar al operador.
          COMPUTE WS-DEV-VALOR = WS-DEV-PRECIO * WS-CANT-DEV-SIGN
          MOVE WS-DEV-VALOR TO WS-CAJA-MONTO-ED
          DISPLAY "Valor de la devolucion: "
                  FUNCTION TRIM(WS-CAJA-MONTO-ED)
          MOVE SPACES TO WS-DEV-REEMB
          *> Lo pagado con puntos de fidelidad se devuelve en puntos
          PERFORM BUSCAR-PUNTOS-FACTURA
          IF WS-PTS-FAC-METODO = "P"
              DISPLAY "La factura se pago con puntos; el valor "
                      "vuelve al cliente como puntos."
          ELSE
              DISPLAY "Reembolso en efectivo? (S/N): "
              ACCEPT IN-REEMB-EFECTIVO
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(IN-REEMB-EFECTIVO))
                 = "S"
                  IF WS-CAJA-ABIERTA = "S"
                      MOVE "E" TO WS-DEV-REEMB
                  ELSE
                      DISPLAY "AVISO: no hay caja abierta; el "
                              "reembolso no afecta ningun arqueo."
                  END-IF
              END-IF
          END-IF

          MOVE SPACES TO REG-VENTA-LINE
           STRING
            "|"                            DELIMITED BY SIZE
            IN-FACTURA-DEV                 DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            WS-DEV-COD                     DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            FUNCTION TRIM(IN-CANT-DEV-TX)  DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            WS-FECHA-TRIM                  DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            FUNCTION TRIM(WS-PRECIO-ED)    DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            WS-DEV-MARCA-TX                DELIMITED BY SPACE
            "|"                            DELIMITED BY SIZE
            FUNCTION TRIM(WS-OPER-ACTUAL)  DELIMITED BY SIZE
            "|"                            DELIMITED BY SIZE
            WS-DEV-REEMB                   DELIMITED BY SPACE
            INTO REG-VENTA-LINE
        END-STRING

        DISPLAY "ERROR al escribir en ventas.txt. FS=" FS-VEN
        EXIT PARAGRAPH
       END-IF
          PERFORM INDEXAR-LINEA-VENTA

         *> Solo si la linea se escribio bien, restaurar el stock
         *> (la devolucion vuelve a la sala)
          IF WS-DEV-ES-KIT = "S"
              PERFORM DEVOLVER-COMPONENTES-KIT
          ELSE
              PERFORM REPONER-PRODUCTO-DEVUELTO
              IF WS-DEV-REPUESTO NOT = "S"
                  EXIT PARAGRAPH
              END-IF
          END-IF

          IF WS-DEV-REEMB = "E"
              SUBTRACT WS-DEV-VALOR FROM WS-CAJA-EFECTIVO
              DISPLAY "Reembolso descontado de la caja."
          END-IF

          PERFORM AJUSTAR-PUNTOS-DEVOLUCION

          *> La devolucion genera su nota de credito electronica
          *> (la de un kit va por el codigo del kit)
          MOVE WS-DEV-COD TO PRD-CODIGO
          PERFORM GENERAR-FE-NC

          DISPLAY "Devolucion registrada para la factura "
                  FUNCTION TRIM(PRD-CODIGO) "."
        .

       REPONER-PRODUCTO-DEVUELTO.
           *> Stock, kardex, lote y resumen del producto devuelto
           *> (cargado en REG-PROD); WS-DEV-REPUESTO en "S" si el
           *> maestro se pudo actualizar.
           MOVE "N" TO WS-DEV-REPUESTO
           PERFORM NORMALIZAR-STOCK-UBIC
           ADD WS-CANT-DEV-SIGN TO PRD-STOCK
           ADD WS-CANT-DEV-SIGN TO PRD-STOCK-SALA
           REWRITE REG-PROD
               INVALID KEY
                   DISPLAY "ERROR: devolucion guardada, no se "
                           "actualizo el stock."
                   SUBTRACT WS-CANT-DEV-SIGN FROM PRD-STOCK
                   SUBTRACT WS-CANT-DEV-SIGN FROM PRD-STOCK-SALA
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "S" TO WS-DEV-REPUESTO

           MOVE "S" TO WS-MOV-UBIC
           MOVE "R" TO WS-MOV-TIPO
           MOVE WS-CANT-DEV-SIGN TO WS-MOV-CANT
           MOVE IN-FACTURA-DEV   TO WS-MOV-REF
           MOVE WS-FECHA-TRIM    TO WS-MOV-FECHA
           PERFORM GRABAR-MOVIMIENTO

           MOVE WS-CANT-DEV-SIGN TO WS-LOT-DESCARGA
           PERFORM RECARGAR-LOTES-FEFO

           MOVE PRD-CODIGO       TO WS-RES-COD
           MOVE WS-FECHA-TRIM    TO WS-RES-FECHA
           MOVE 0                TO WS-RES-UND WS-RES-ING
           MOVE WS-CANT-DEV-SIGN TO WS-RES-DEV
           COMPUTE WS-RES-DEVM = WS-DEV-PRECIO * WS-CANT-DEV-SIGN
           COMPUTE WS-RES-CGS = 0 - PRD-COSTO * WS-CANT-DEV-SIGN
           PERFORM ACTUALIZAR-RESUMEN-VENTA
           .

       DEVOLVER-COMPONENTES-KIT.
           *> Devolucion de WS-CANT-DEV-SIGN kits WS-DEV-COD con la
           *> tabla WS-DKC cargada de la factura: cada componente
           *> vuelve a la sala con su linea J, en proporcion a los
           *> kits vendidos, y con su parte del valor devuelto
           *> repartida como en las lineas K de la venta.
           IF WS-DKC-KITS = 0
               DISPLAY "ERROR: la factura no trae la linea del kit "
                       WS-DEV-COD "; no se repuso."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-KIT-IMPORTE = WS-DEV-PRECIO * WS-CANT-DEV-SIGN
           MOVE 0 TO WS-KIT-ASIGNADO
           PERFORM VARYING WS-DKC-IX FROM 1 BY 1
                   UNTIL WS-DKC-IX > WS-DKC-CANT-L
               PERFORM DEVOLVER-COMPONENTE-KIT
           END-PERFORM
           .

       DEVOLVER-COMPONENTE-KIT.
           COMPUTE WS-KIT-COMP-TOTAL ROUNDED =
               WS-DKC-CANT(WS-DKC-IX) * WS-CANT-DEV-SIGN
               / WS-DKC-KITS
           IF WS-DKC-IX = WS-DKC-CANT-L
               COMPUTE WS-KIT-PARTE = WS-KIT-IMPORTE - WS-KIT-ASIGNADO
           ELSE
               IF WS-DKC-VALOR = 0
                   MOVE 0 TO WS-KIT-PARTE
               ELSE
                   COMPUTE WS-KIT-PARTE = WS-KIT-IMPORTE
                       * WS-DKC-IMPORTE(WS-DKC-IX) / WS-DKC-VALOR
               END-IF
           END-IF
           ADD WS-KIT-PARTE TO WS-KIT-ASIGNADO

           MOVE WS-DKC-COD(WS-DKC-IX) TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   DISPLAY "ERROR: el componente "
                           FUNCTION TRIM(WS-DKC-COD(WS-DKC-IX))
                           " ya no existe; no se repuso."
                   EXIT PARAGRAPH
           END-READ
           PERFORM NORMALIZAR-STOCK-UBIC

           MOVE WS-KIT-COMP-TOTAL TO WS-KIT-CANT-ED
           MOVE WS-KIT-PARTE      TO WS-KIT-IMPORTE-ED
           MOVE SPACES TO REG-VENTA-LINE
           STRING
            "J"                               DELIMITED BY SIZE
            "|"                               DELIMITED BY SIZE
            IN-FACTURA-DEV                    DELIMITED BY SIZE
            "|"                               DELIMITED BY SIZE
            PRD-CODIGO                        DELIMITED BY SIZE
            "|"                               DELIMITED BY SIZE
            FUNCTION TRIM(WS-KIT-CANT-ED)     DELIMITED BY SIZE
            "|"                               DELIMITED BY SIZE
            WS-FECHA-TRIM                     DELIMITED BY SIZE
            "|"                               DELIMITED BY SIZE
            FUNCTION TRIM(WS-KIT-IMPORTE-ED)  DELIMITED BY SIZE
            "|"                               DELIMITED BY SIZE
            WS-DEV-COD                        DELIMITED BY SIZE
            INTO REG-VENTA-LINE
           END-STRING

           WRITE REG-VENTA-LINE
           IF FS-VEN NOT = "00"
               DISPLAY "ERROR al escribir en ventas.txt. FS=" FS-VEN
               EXIT PARAGRAPH
           END-IF

           ADD WS-KIT-COMP-TOTAL TO PRD-STOCK
           ADD WS-KIT-COMP-TOTAL TO PRD-STOCK-SALA
           REWRITE REG-PROD
               INVALID KEY
                   DISPLAY "ERROR: devolucion guardada, no se "
                           "actualizo el stock de " PRD-CODIGO "."
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE "S" TO WS-MOV-UBIC
           MOVE "R" TO WS-MOV-TIPO
           MOVE WS-KIT-COMP-TOTAL TO WS-MOV-CANT
           MOVE IN-FACTURA-DEV    TO WS-MOV-REF
           MOVE WS-FECHA-TRIM     TO WS-MOV-FECHA
           PERFORM GRABAR-MOVIMIENTO

           MOVE WS-KIT-COMP-TOTAL TO WS-LOT-DESCARGA
           PERFORM RECARGAR-LOTES-FEFO

           MOVE PRD-CODIGO        TO WS-RES-COD
           MOVE WS-FECHA-TRIM     TO WS-RES-FECHA
           MOVE 0                 TO WS-RES-UND WS-RES-ING
           MOVE WS-KIT-COMP-TOTAL TO WS-RES-DEV
           MOVE WS-KIT-PARTE      TO WS-RES-DEVM
           COMPUTE WS-RES-CGS = 0 - PRD-COSTO * WS-KIT-COMP-TOTAL
           PERFORM ACTUALIZAR-RESUMEN-VENTA
           .

       CARGAR-KIT-FACTURA.
           *> Lineas K del kit WS-DEV-COD en la factura
           *> IN-FACTURA-DEV: cantidad e importe de cada componente
           *> (WS-DKC), kits vendidos e importe total del kit.
           MOVE 0 TO WS-DKC-CANT-L WS-DKC-KITS WS-DKC-VALOR
           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           PERFORM UNTIL FS-VEN NOT = "00"
               READ ARCH-VEN NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-LINEA-KIT-FACTURA
               END-READ
           END-PERFORM
           CLOSE ARCH-VEN
           OPEN EXTEND ARCH-VEN

           *> Factura archivada por un cierre anual
           IF WS-DKC-CANT-L = 0
               MOVE 0 TO WS-DKC-KITS WS-DKC-VALOR
               CLOSE ARCH-HIST
               OPEN INPUT ARCH-HIST
               PERFORM UNTIL FS-HIST NOT = "00"
                   READ ARCH-HIST NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE REG-HIST-LINE TO REG-VENTA-LINE
                           PERFORM ACUMULAR-LINEA-KIT-FACTURA
                   END-READ
               END-PERFORM
               CLOSE ARCH-HIST
               OPEN EXTEND ARCH-HIST
           END-IF
           .

       ACUMULAR-LINEA-KIT-FACTURA.
           EVALUATE REG-VENTA-LINE(1:1)
           WHEN "D"
               MOVE SPACES TO V-PRECIO-TX V-DESC-TX V-KIT-MARCA
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                         V-PRECIO-TX V-DESC-TX V-KIT-MARCA
               END-UNSTRING
               IF V-NUMFACT = IN-FACTURA-DEV AND
                  V-COD = WS-DEV-COD AND V-KIT-MARCA = "K"
                   ADD FUNCTION NUMVAL(V-CANT-TX) TO WS-DKC-KITS
               END-IF
           WHEN "K"
               *> K|FACTURA|COMPONENTE|CANTIDAD|IMPORTE|KIT
               MOVE SPACES TO V-PRECIO-TX V-KIT-COD
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                         V-PRECIO-TX V-KIT-COD
               END-UNSTRING
               IF V-NUMFACT NOT = IN-FACTURA-DEV OR
                  V-KIT-COD NOT = WS-DEV-COD
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-DKC-IX FROM 1 BY 1
                       UNTIL WS-DKC-IX > WS-DKC-CANT-L
                          OR WS-DKC-COD(WS-DKC-IX) = V-COD
                   CONTINUE
               END-PERFORM
               IF WS-DKC-IX > WS-DKC-CANT-L
                   IF WS-DKC-CANT-L >= 20
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-DKC-CANT-L
                   MOVE WS-DKC-CANT-L TO WS-DKC-IX
                   MOVE V-COD TO WS-DKC-COD(WS-DKC-IX)
                   MOVE 0 TO WS-DKC-CANT(WS-DKC-IX)
                             WS-DKC-IMPORTE(WS-DKC-IX)
               END-IF
               ADD FUNCTION NUMVAL(V-CANT-TX)
                   TO WS-DKC-CANT(WS-DKC-IX)
               ADD FUNCTION NUMVAL(V-PRECIO-TX)
                   TO WS-DKC-IMPORTE(WS-DKC-IX)
               ADD FUNCTION NUMVAL(V-PRECIO-TX) TO WS-DKC-VALOR
           END-EVALUATE
           .

       VALIDAR-DEVOLUCION.
           *> Vendido, ya devuelto y precio de WS-DEV-COD en la
           *> factura IN-FACTURA-DEV, desde el indice de facturas.
           MOVE "N" TO WS-FACTURA-ENCONTR
           MOVE 0   TO WS-DEV-VENDIDO WS-DEV-DEVUELTO
           MOVE 0   TO WS-DEV-PRECIO

           MOVE IN-FACTURA-DEV TO FAC-NUMERO
           READ ARCH-FAC KEY IS FAC-NUMERO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF FAC-COMPLETA NOT = "S"
               PERFORM VALIDAR-DEVOLUCION-ARCHIVOS
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-FACTURA-ENCONTR
           PERFORM VARYING WS-FAC-IX FROM 1 BY 1
                   UNTIL WS-FAC-IX > FAC-NLIN
               IF FAC-L-COD(WS-FAC-IX) = WS-DEV-COD
                   ADD FAC-L-CANT(WS-FAC-IX) TO WS-DEV-VENDIDO
                   ADD FAC-L-DEV(WS-FAC-IX)  TO WS-DEV-DEVUELTO
                   *> Congelar el precio al que realmente se vendio
                   IF FAC-L-PRECIO(WS-FAC-IX) NOT = 0
                       MOVE FAC-L-PRECIO(WS-FAC-IX) TO WS-DEV-PRECIO
                   END-IF
               END-IF
           END-PERFORM
           .

       VALIDAR-DEVOLUCION-ARCHIVOS.
           *> Factura de mas de 40 lineas: sus lineas y devoluciones
           *> se buscan en los archivos de ventas.
           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           PERFORM UNTIL FS-VEN NOT = "00"
                         V-PRECIO-TX
               END-UNSTRING
               IF V-NUMFACT = IN-FACTURA-DEV AND
                  V-COD = WS-DEV-COD
                   ADD FUNCTION NUMVAL(V-CANT-TX)
                       TO WS-DEV-VENDIDO
                   *> Congelar el precio al que realmente se vendio
                         V-FECHA
               END-UNSTRING
               IF V-NUMFACT = IN-FACTURA-DEV AND
                  V-COD = WS-DEV-COD
                   ADD FUNCTION NUMVAL(V-CANT-TX)
                       TO WS-DEV-DEVUELTO
               END-IF
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-RES-REGS
                       IF RES-FECHA >= IN-FECHA-INI AND
                          RES-FECHA <= IN-FECHA-FIN
                           PERFORM ACUMULAR-RESUMEN-RVE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RES-REGS = 0
               DISPLAY "El resumen de ventas esta vacio; si hay "
                       "historial reconstruyalo con la opcion de "
                       "restaurar/reconstruir archivos."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RVE-IX FROM 1 BY 1
                   UNTIL WS-RVE-IX > WS-RVE-CANT
               PERFORM MOSTRAR-LINEA-RVE
           END-PERFORM

           MOVE WS-TOTAL-DEV TO WS-TOTAL-DEV-ED
           MOVE WS-TOTAL-ING TO WS-TOTAL-ING-ED
           DISPLAY "------------------------------------------------"
           DISPLAY "TOTAL DEVOLUCIONES: " WS-TOTAL-DEV-ED
           DISPLAY "TOTAL INGRESOS NETOS: " WS-TOTAL-ING-ED

           IF WS-MAX-CANT > 0
               MOVE WS-MAX-CANT TO WS-MAX-CANT-ED
               DISPLAY "PRODUCTO MAS VENDIDO: "
                       FUNCTION TRIM(WS-MAX-NOM)
                       " (" WS-MAX-CANT-ED " unidades)"
           ELSE
               DISPLAY "No hubo ventas en el rango."
           END-IF
           .

       ACUMULAR-RESUMEN-RVE.
           PERFORM VARYING WS-RVE-IX FROM 1 BY 1
                   UNTIL WS-RVE-IX > WS-RVE-CANT
                      OR WS-RVE-COD(WS-RVE-IX) = RES-CODIGO
               CONTINUE
           END-PERFORM
           IF WS-RVE-IX > WS-RVE-CANT
               IF WS-RVE-CANT >= 500
                   DISPLAY "AVISO: mas de 500 productos distintos "
                           "en el rango; se omiten los siguientes "
                           "del detalle (los totales si los "
                           "incluyen)."
                   ADD RES-DEV-MONTO TO WS-TOTAL-DEV
                   COMPUTE WS-TOTAL-ING = WS-TOTAL-ING
                       + RES-INGRESO - RES-DEV-MONTO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RVE-CANT
               MOVE WS-RVE-CANT TO WS-RVE-IX
               MOVE RES-CODIGO TO WS-RVE-COD(WS-RVE-IX)
               MOVE 0 TO WS-RVE-UND(WS-RVE-IX)
               MOVE 0 TO WS-RVE-DEV(WS-RVE-IX)
               MOVE 0 TO WS-RVE-MONTO(WS-RVE-IX)
           END-IF
           ADD RES-UNIDADES  TO WS-RVE-UND(WS-RVE-IX)
           ADD RES-DEVUELTAS TO WS-RVE-DEV(WS-RVE-IX)
           COMPUTE WS-RVE-MONTO(WS-RVE-IX) =
               WS-RVE-MONTO(WS-RVE-IX)
               + RES-INGRESO - RES-DEV-MONTO
           ADD RES-DEV-MONTO TO WS-TOTAL-DEV
           COMPUTE WS-TOTAL-ING = WS-TOTAL-ING
               + RES-INGRESO - RES-DEV-MONTO
           .

       MOSTRAR-LINEA-RVE.
           MOVE WS-RVE-UND(WS-RVE-IX)   TO WS-RVE-UND-ED
           MOVE WS-RVE-DEV(WS-RVE-IX)   TO WS-RVE-DEV-ED
           MOVE WS-RVE-MONTO(WS-RVE-IX) TO WS-RVE-MONTO-ED
           MOVE WS-RVE-COD(WS-RVE-IX)   TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   MOVE "(PRODUCTO ELIMINADO)" TO PRD-NOMBRE
           END-READ
           DISPLAY WS-RVE-COD(WS-RVE-IX) "|" WS-RVE-UND-ED "|"
                   WS-RVE-DEV-ED " |" WS-RVE-MONTO-ED "  "
                   FUNCTION TRIM(PRD-NOMBRE)
           IF WS-RVE-UND(WS-RVE-IX) > WS-MAX-CANT
               MOVE WS-RVE-UND(WS-RVE-IX) TO WS-MAX-CANT
               MOVE WS-RVE-COD(WS-RVE-IX) TO WS-MAX-COD
               MOVE PRD-NOMBRE            TO WS-MAX-NOM
           END-IF
           .

       REPORTE-MARGEN-BRUTO.
           DISPLAY "----- Reporte de margen bruto -----".

           DISPLAY "Fecha inicio (AAAAMMDD): "
           ACCEPT IN-FECHA-INI
           MOVE FUNCTION TRIM(IN-FECHA-INI) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-TRIM TO IN-FECHA-INI
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Fecha fin (AAAAMMDD): "
           ACCEPT IN-FECHA-FIN
           MOVE FUNCTION TRIM(IN-FECHA-FIN) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-TRIM TO IN-FECHA-FIN
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF

           IF IN-FECHA-INI > IN-FECHA-FIN
               DISPLAY "ERROR: Fecha inicio mayor que fecha fin."
               EXIT PARAGRAPH
           END-IF

           PERFORM ACUMULAR-MARGEN-RANGO

           IF WS-MARG-CANT = 0
               DISPLAY "No hubo ventas en el rango."
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "MARGEN BRUTO POR PRODUCTO DE " IN-FECHA-INI
                   " HASTA " IN-FECHA-FIN
           DISPLAY "COD  |INGRESO      |COSTO        |MARGEN       |"
                   "MARGEN %"
           DISPLAY "-----------------------------------------------"
                   "---------"
           MOVE 0 TO WS-MARG-TOT-ING WS-MARG-TOT-CGS
           PERFORM VARYING WS-MARG-IX FROM 1 BY 1
                   UNTIL WS-MARG-IX > WS-MARG-CANT
               ADD WS-MARG-ING(WS-MARG-IX) TO WS-MARG-TOT-ING
               ADD WS-MARG-CGS(WS-MARG-IX) TO WS-MARG-TOT-CGS
               COMPUTE WS-MARG-UTIL = WS-MARG-ING(WS-MARG-IX)
                   - WS-MARG-CGS(WS-MARG-IX)
               PERFORM CALCULAR-PORCENTAJE-MARGEN
               MOVE WS-MARG-ING(WS-MARG-IX) TO WS-MARG-ING-ED
               MOVE WS-MARG-CGS(WS-MARG-IX) TO WS-MARG-CGS-ED
               MOVE WS-MARG-UTIL            TO WS-MARG-UTIL-ED
               DISPLAY WS-MARG-COD(WS-MARG-IX) "|" WS-MARG-ING-ED
                       " |" WS-MARG-CGS-ED " |" WS-MARG-UTIL-ED
                       " |" WS-MARG-PCT-ED "  "
                       FUNCTION TRIM(WS-MARG-NOM(WS-MARG-IX))
           END-PERFORM

           DISPLAY " "
           DISPLAY "MARGEN BRUTO POR CATEGORIA"
           DISPLAY "CATEGORIA      |INGRESO      |COSTO        |"
                   "MARGEN       |MARGEN %"
           DISPLAY "-----------------------------------------------"
                   "-----------------"
           MOVE 0 TO WS-MARG-CAT-CANT
           PERFORM VARYING WS-MARG-IX FROM 1 BY 1
                   UNTIL WS-MARG-IX > WS-MARG-CANT
               PERFORM BUSCAR-CATEGORIA-MARGEN
               IF WS-MARG-KX > WS-MARG-CAT-CANT
                   ADD 1 TO WS-MARG-CAT-CANT
                   MOVE WS-MARG-CAT(WS-MARG-IX)
                       TO WS-MARG-CAT-NOM(WS-MARG-CAT-CANT)
                   MOVE 0 TO WS-MARG-CAT-ING WS-MARG-CAT-CGS
                   PERFORM VARYING WS-MARG-JX FROM 1 BY 1
                           UNTIL WS-MARG-JX > WS-MARG-CANT
                       IF WS-MARG-CAT(WS-MARG-JX)
                          = WS-MARG-CAT(WS-MARG-IX)
                           ADD WS-MARG-ING(WS-MARG-JX)
                               TO WS-MARG-CAT-ING
                           ADD WS-MARG-CGS(WS-MARG-JX)
                               TO WS-MARG-CAT-CGS
                       END-IF
                   END-PERFORM
                   COMPUTE WS-MARG-UTIL = WS-MARG-CAT-ING
                       - WS-MARG-CAT-CGS
                   MOVE WS-MARG-CAT-ING TO WS-MARG-ING-ED
                   MOVE WS-MARG-CAT-CGS TO WS-MARG-CGS-ED
                   MOVE WS-MARG-UTIL    TO WS-MARG-UTIL-ED
                   IF WS-MARG-CAT-ING = 0
                       MOVE 0 TO WS-MARG-PCT
                   ELSE
                       COMPUTE WS-MARG-PCT ROUNDED = WS-MARG-UTIL
                           * 100 / WS-MARG-CAT-ING
                   END-IF
                   MOVE WS-MARG-PCT TO WS-MARG-PCT-ED
                   DISPLAY WS-MARG-CAT(WS-MARG-IX) "|"
                           WS-MARG-ING-ED " |" WS-MARG-CGS-ED
                           " |" WS-MARG-UTIL-ED " |" WS-MARG-PCT-ED
               END-IF
           END-PERFORM

           DISPLAY " "
           COMPUTE WS-MARG-UTIL = WS-MARG-TOT-ING - WS-MARG-TOT-CGS
           MOVE WS-MARG-TOT-ING TO WS-MARG-ING-ED
           MOVE WS-MARG-TOT-CGS TO WS-MARG-CGS-ED
           MOVE WS-MARG-UTIL    TO WS-MARG-UTIL-ED
           IF WS-MARG-TOT-ING = 0
               MOVE 0 TO WS-MARG-PCT
           ELSE
               COMPUTE WS-MARG-PCT ROUNDED = WS-MARG-UTIL * 100
                   / WS-MARG-TOT-ING
           END-IF
           MOVE WS-MARG-PCT TO WS-MARG-PCT-ED
           DISPLAY "TOTAL INGRESO: " WS-MARG-ING-ED
           DISPLAY "TOTAL COSTO:   " WS-MARG-CGS-ED
           DISPLAY "MARGEN BRUTO:  " WS-MARG-UTIL-ED
                   " (" WS-MARG-PCT-ED " %)"

           *> Lo vendido en kits ya esta arriba en sus componentes
           *> (ingreso repartido y costo de cada componente); aparte
           *> se muestra el margen unitario de cada kit a su precio
           *> actual contra el costo de sus componentes.
           PERFORM REPORTE-MARGEN-KITS
           .

       REPORTE-MARGEN-KITS.
           MOVE SPACES TO KIT-CODIGO
           START ARCH-KIT KEY NOT LESS THAN KIT-CODIGO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           DISPLAY " "
           DISPLAY "MARGEN UNITARIO POR KIT (COSTO DE COMPONENTES)"
           DISPLAY "KIT  |PRECIO       |COSTO        |MARGEN       |"
                   "MARGEN %"
           DISPLAY "-----------------------------------------------"
                   "---------"
           PERFORM UNTIL FS-KIT NOT = "00"
               READ ARCH-KIT NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM COSTEAR-KIT
                       COMPUTE WS-KIT-UTIL = KIT-PRECIO - WS-KIT-COSTO
                       COMPUTE WS-MARG-PCT ROUNDED = WS-KIT-UTIL
                           * 100 / KIT-PRECIO
                       MOVE KIT-PRECIO   TO WS-MARG-ING-ED
                       MOVE WS-KIT-COSTO TO WS-MARG-CGS-ED
                       MOVE WS-KIT-UTIL  TO WS-MARG-UTIL-ED
                       MOVE WS-MARG-PCT  TO WS-MARG-PCT-ED
                       DISPLAY KIT-CODIGO "|" WS-MARG-ING-ED
                               " |" WS-MARG-CGS-ED " |"
                               WS-MARG-UTIL-ED " |" WS-MARG-PCT-ED
                               "  " FUNCTION TRIM(KIT-NOMBRE)
               END-READ
           END-PERFORM
           .

       CALCULAR-PORCENTAJE-MARGEN.
           IF WS-MARG-ING(WS-MARG-IX) = 0
               MOVE 0 TO WS-MARG-PCT
           ELSE
               COMPUTE WS-MARG-PCT ROUNDED = WS-MARG-UTIL * 100
                   / WS-MARG-ING(WS-MARG-IX)
           END-IF
           MOVE WS-MARG-PCT TO WS-MARG-PCT-ED
           .

       BUSCAR-CATEGORIA-MARGEN.
           PERFORM VARYING WS-MARG-KX FROM 1 BY 1
                   UNTIL WS-MARG-KX > WS-MARG-CAT-CANT
                      OR WS-MARG-CAT-NOM(WS-MARG-KX)
                         = WS-MARG-CAT(WS-MARG-IX)
               CONTINUE
           END-PERFORM
           .

       ACUMULAR-MARGEN-RANGO.
           *> El margen sale de RESUMEN_VENTAS.DAT (ingreso y costo
           *> ya acumulados por producto+dia) en vez de barrer
           *> ventas.txt completo.
           MOVE 0 TO WS-MARG-CANT

           MOVE SPACES TO RES-CODIGO RES-FECHA
           START ARCH-RES KEY NOT LESS THAN RES-CLAVE
               INVALID KEY
                   DISPLAY "El resumen de ventas esta vacio; si hay "
                           "historial reconstruyalo con la opcion "
                           "de restaurar/reconstruir archivos."
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-RES NOT = "00"
               READ ARCH-RES NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF RES-FECHA >= IN-FECHA-INI AND
                          RES-FECHA <= IN-FECHA-FIN
                           PERFORM ACUMULAR-RESUMEN-MARGEN
                       END-IF
               END-READ
           END-PERFORM
           .

       ACUMULAR-RESUMEN-MARGEN.
           PERFORM VARYING WS-MARG-IX FROM 1 BY 1
                   UNTIL WS-MARG-IX > WS-MARG-CANT
                      OR WS-MARG-COD(WS-MARG-IX) = RES-CODIGO
               CONTINUE
           END-PERFORM
           IF WS-MARG-IX > WS-MARG-CANT
               IF WS-MARG-CANT >= 500
                   DISPLAY "AVISO: mas de 500 productos distintos "
                           "en el rango; se omiten los siguientes "
                           "del reporte de margen."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MARG-CANT
               MOVE WS-MARG-CANT TO WS-MARG-IX
               MOVE RES-CODIGO TO WS-MARG-COD(WS-MARG-IX)
               MOVE RES-CODIGO TO PRD-CODIGO
               READ ARCH-PROD KEY IS PRD-CODIGO
                   INVALID KEY
                       MOVE "(SIN PRODUCTO)"
                           TO WS-MARG-CAT(WS-MARG-IX)
                       MOVE RES-CODIGO TO WS-MARG-NOM(WS-MARG-IX)
                   NOT INVALID KEY
                       MOVE PRD-CATEGORIA
                           TO WS-MARG-CAT(WS-MARG-IX)
                       MOVE PRD-NOMBRE TO WS-MARG-NOM(WS-MARG-IX)
               END-READ
               MOVE 0 TO WS-MARG-ING(WS-MARG-IX)
               MOVE 0 TO WS-MARG-CGS(WS-MARG-IX)
           END-IF
           COMPUTE WS-MARG-ING(WS-MARG-IX) =
               WS-MARG-ING(WS-MARG-IX)
               + RES-INGRESO - RES-DEV-MONTO
           ADD RES-COSTO TO WS-MARG-CGS(WS-MARG-IX)
           .

       REPORTE-ESTADISTICAS.
           DISPLAY "----- Estadisticas mensuales de ventas -----".
           DISPLAY "Mes a consultar (AAAAMM): "
           ACCEPT IN-MES-EST
           PERFORM VALIDAR-MES-EST
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM EJECUTAR-ESTADISTICAS
           .

       VALIDAR-MES-EST.
           MOVE "S" TO WS-VALIDO
           MOVE FUNCTION TRIM(IN-MES-EST) TO IN-MES-EST
           IF FUNCTION LENGTH(FUNCTION TRIM(IN-MES-EST)) NOT = 6 OR
              FUNCTION TEST-NUMVAL(IN-MES-EST) NOT = 0
               DISPLAY "ERROR: Mes invalido (6 digitos AAAAMM)."
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EST-ANO = FUNCTION NUMVAL(IN-MES-EST(1:4))
           COMPUTE WS-EST-MES = FUNCTION NUMVAL(IN-MES-EST(5:2))
           IF WS-EST-MES < 1 OR WS-EST-MES > 12
               DISPLAY "ERROR: Mes fuera de rango (01-12)."
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF

           *> Periodo 1: el mes pedido; periodo 2: el mes anterior;
           *> periodo 3: el mismo mes del ano anterior.
           MOVE IN-MES-EST(1:6) TO WS-EST-PER1
           IF WS-EST-MES = 1
               COMPUTE WS-EST-ANOMES = WS-EST-ANO - 1
               MOVE 12 TO WS-EST-MES-COMP
           ELSE
               MOVE WS-EST-ANO TO WS-EST-ANOMES
               COMPUTE WS-EST-MES-COMP = WS-EST-MES - 1
           END-IF
           MOVE WS-EST-PER-COMP TO WS-EST-PER2
           COMPUTE WS-EST-ANOMES = WS-EST-ANO - 1
           MOVE WS-EST-MES TO WS-EST-MES-COMP
           MOVE WS-EST-PER-COMP TO WS-EST-PER3
           .

       EJECUTAR-ESTADISTICAS.
           *> Los tres periodos comparados salen del resumen por
           *> producto+dia, que sobrevive al cierre anual, en vez
           *> de barrer ventas.txt y VENTAS_HIST.TXT completos.
           MOVE 0 TO WS-EST-CANT

           MOVE SPACES TO RES-CODIGO RES-FECHA
           START ARCH-RES KEY NOT LESS THAN RES-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS-RES NOT = "00"
                       READ ARCH-RES NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               EVALUATE RES-FECHA(1:6)
                               WHEN WS-EST-PER1
                                   MOVE 1 TO WS-EST-PXR
                                   PERFORM ACUMULAR-EST-RESUMEN
                               WHEN WS-EST-PER2
                                   MOVE 2 TO WS-EST-PXR
                                   PERFORM ACUMULAR-EST-RESUMEN
                               WHEN WS-EST-PER3
                                   MOVE 3 TO WS-EST-PXR
                                   PERFORM ACUMULAR-EST-RESUMEN
                               END-EVALUATE
                       END-READ
                   END-PERFORM
           END-START

           IF WS-EST-CANT = 0
               DISPLAY "No hubo movimientos en los periodos "
                       "consultados."
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARCH-CSV-EST
           MOVE SPACES TO REG-CSV-EST-LINE
           STRING "TIPO,CODIGO,NOMBRE,CATEGORIA,UNIDADES,"
                      DELIMITED BY SIZE
                  "DEVUELTAS,INGRESO,INGRESO_MES_ANTERIOR,"
                      DELIMITED BY SIZE
                  "INGRESO_ANO_ANTERIOR"
                      DELIMITED BY SIZE
               INTO REG-CSV-EST-LINE
           END-STRING
           WRITE REG-CSV-EST-LINE

           DISPLAY " "
           DISPLAY "ESTADISTICAS DEL MES " WS-EST-PER1
                   " (comparado con " WS-EST-PER2 " y "
                   WS-EST-PER3 ")"
           DISPLAY "POR PRODUCTO"
           DISPLAY "COD  |UNIDADES|DEVUELTAS|INGRESO     |MES ANT."
                   "    |ANO ANT."
           DISPLAY "-----------------------------------------------"
                   "-------------"
           PERFORM VARYING WS-EST-IX FROM 1 BY 1
                   UNTIL WS-EST-IX > WS-EST-CANT
               PERFORM MOSTRAR-PRODUCTO-EST
           END-PERFORM

           DISPLAY " "
           DISPLAY "POR CATEGORIA"
           DISPLAY "CATEGORIA      |UNIDADES|DEVUELTAS|INGRESO     |"
                   "MES ANT.    |ANO ANT."
           DISPLAY "-----------------------------------------------"
                   "-----------------------"
           MOVE 0 TO WS-EST-CAT-CANT
           PERFORM VARYING WS-EST-IX FROM 1 BY 1
                   UNTIL WS-EST-IX > WS-EST-CANT
               PERFORM MOSTRAR-CATEGORIA-EST
           END-PERFORM

           CLOSE ARCH-CSV-EST
           DISPLAY "Estadisticas exportadas a ESTADISTICAS.CSV"
           .

       ACUMULAR-EST-RESUMEN.
           *> Acumula el registro del resumen (producto+dia) al
           *> periodo WS-EST-PXR del producto RES-CODIGO.
           PERFORM VARYING WS-EST-IX FROM 1 BY 1
                   UNTIL WS-EST-IX > WS-EST-CANT
                      OR WS-EST-COD(WS-EST-IX) = RES-CODIGO
               CONTINUE
           END-PERFORM
           IF WS-EST-IX > WS-EST-CANT
               IF WS-EST-CANT >= 500
                   DISPLAY "AVISO: mas de 500 productos distintos "
                           "en los periodos; se omiten los "
                           "siguientes del reporte."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EST-CANT
               MOVE WS-EST-CANT TO WS-EST-IX
               MOVE RES-CODIGO TO WS-EST-COD(WS-EST-IX)
               MOVE RES-CODIGO TO PRD-CODIGO
               READ ARCH-PROD KEY IS PRD-CODIGO
                   INVALID KEY
                       MOVE "(SIN PRODUCTO)"
                           TO WS-EST-CAT(WS-EST-IX)
                       MOVE RES-CODIGO TO WS-EST-NOM(WS-EST-IX)
                   NOT INVALID KEY
                       MOVE PRD-CATEGORIA
                           TO WS-EST-CAT(WS-EST-IX)
                       MOVE PRD-NOMBRE TO WS-EST-NOM(WS-EST-IX)
               END-READ
               PERFORM VARYING WS-EST-JX FROM 1 BY 1
                       UNTIL WS-EST-JX > 3
                   MOVE 0 TO WS-EST-UND(WS-EST-IX, WS-EST-JX)
                   MOVE 0 TO WS-EST-DEV(WS-EST-IX, WS-EST-JX)
                   MOVE 0 TO WS-EST-ING(WS-EST-IX, WS-EST-JX)
               END-PERFORM
           END-IF

           ADD RES-UNIDADES
               TO WS-EST-UND(WS-EST-IX, WS-EST-PXR)
           ADD RES-DEVUELTAS
               TO WS-EST-DEV(WS-EST-IX, WS-EST-PXR)
           COMPUTE WS-EST-ING(WS-EST-IX, WS-EST-PXR) =
               WS-EST-ING(WS-EST-IX, WS-EST-PXR)
               + RES-INGRESO - RES-DEV-MONTO
           .

       MOSTRAR-PRODUCTO-EST.
           MOVE WS-EST-UND(WS-EST-IX, 1) TO WS-EST-UND-ED
           MOVE WS-EST-DEV(WS-EST-IX, 1) TO WS-EST-DEV-ED
           MOVE WS-EST-ING(WS-EST-IX, 1) TO WS-EST-ING1-ED
           MOVE WS-EST-ING(WS-EST-IX, 2) TO WS-EST-ING2-ED
           MOVE WS-EST-ING(WS-EST-IX, 3) TO WS-EST-ING3-ED
           DISPLAY WS-EST-COD(WS-EST-IX) "|" WS-EST-UND-ED " |"
                   WS-EST-DEV-ED " |" WS-EST-ING1-ED "|"
                   WS-EST-ING2-ED "|" WS-EST-ING3-ED "  "
                   FUNCTION TRIM(WS-EST-NOM(WS-EST-IX))

           MOVE SPACES TO REG-CSV-EST-LINE
           STRING "PRODUCTO,"                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EST-COD(WS-EST-IX))
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EST-NOM(WS-EST-IX))
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EST-CAT(WS-EST-IX))
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EST-UND-ED) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EST-DEV-ED) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EST-ING1-ED)
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EST-ING2-ED)
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EST-ING3-ED)
                                               DELIMITED BY SIZE
               INTO REG-CSV-EST-LINE
           END-STRING
           WRITE REG-CSV-EST-LINE
           .

       MOSTRAR-CATEGORIA-EST.
           *> Solo la primera aparicion de cada categoria la agrega
           PERFORM VARYING WS-EST-KX FROM 1 BY 1
                   UNTIL WS-EST-KX > WS-EST-CAT-CANT
                      OR WS-EST-CAT-NOM(WS-EST-KX)
                         = WS-EST-CAT(WS-EST-IX)
               CONTINUE
           END-PERFORM
           IF WS-EST-KX <= WS-EST-CAT-CANT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EST-CAT-CANT
           MOVE WS-EST-CAT(WS-EST-IX)
               TO WS-EST-CAT-NOM(WS-EST-CAT-CANT)

           PERFORM VARYING WS-EST-KX FROM 1 BY 1 UNTIL WS-EST-KX > 3
               MOVE 0 TO WS-EST-CT-UND(WS-EST-KX)
               MOVE 0 TO WS-EST-CT-DEV(WS-EST-KX)
               MOVE 0 TO WS-EST-CT-ING(WS-EST-KX)
           END-PERFORM
           PERFORM VARYING WS-EST-JX FROM 1 BY 1
                   UNTIL WS-EST-JX > WS-EST-CANT
               IF WS-EST-CAT(WS-EST-JX) = WS-EST-CAT(WS-EST-IX)
                   PERFORM VARYING WS-EST-KX FROM 1 BY 1
                           UNTIL WS-EST-KX > 3
                       ADD WS-EST-UND(WS-EST-JX, WS-EST-KX)
                           TO WS-EST-CT-UND(WS-EST-KX)
                       ADD WS-EST-DEV(WS-EST-JX, WS-EST-KX)
                           TO WS-EST-CT-DEV(WS-EST-KX)
                       ADD WS-EST-ING(WS-EST-JX, WS-EST-KX)
                           TO WS-EST-CT-ING(WS-EST-KX)
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE WS-EST-CT-UND(1) TO WS-EST-UND-ED
           MOVE WS-EST-CT-DEV(1) TO WS-EST-DEV-ED
           MOVE WS-EST-CT-ING(1) TO WS-EST-ING1-ED
           MOVE WS-EST-CT-ING(2) TO WS-EST-ING2-ED
           MOVE WS-EST-CT-ING(3) TO WS-EST-ING3-ED
           DISPLAY WS-EST-CAT(WS-EST-IX) "|" WS-EST-UND-ED " |"
                   WS-EST-DEV-ED " |" WS-EST-ING1-ED "|"
                   WS-EST-ING2-ED "|" WS-EST-ING3-ED

           MOVE SPACES TO REG-CSV-EST-LINE
           STRING "CATEGORIA,,,"               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EST-CAT(WS-EST-IX))
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EST-UND-ED) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EST-DEV-ED) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EST-ING1-ED)
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EST-ING2-ED)
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EST-ING3-ED)
                                               DELIMITED BY SIZE
               INTO REG-CSV-EST-LINE
           END-STRING
           WRITE REG-CSV-EST-LINE
           .

       CONTEO-FISICO.
           DISPLAY "----- Conteo fisico de inventario -----".
           DISPLAY "Fecha del conteo (AAAAMMDD): "
           ACCEPT IN-FECHA-VEN
           MOVE FUNCTION TRIM(IN-FECHA-VEN) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA-MOVIMIENTO
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE 0   TO WS-CONTEO-PRODS WS-CONTEO-DIFS
                       WS-CONTEO-AJUSTES
           MOVE "N" TO WS-CONTEO-FIN

           *> R recorre el maestro completo como siempre; C deja
           *> contar producto por producto digitando (o escaneando)
           *> el codigo interno o el de barras.
           DISPLAY "Modo (R=recorrer todos, C=por codigo): "
           ACCEPT IN-CONTEO-MODO
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-CONTEO-MODO))
               TO IN-CONTEO-MODO
           IF IN-CONTEO-MODO = "C"
               PERFORM CONTEO-POR-CODIGO
           ELSE
               DISPLAY "Para cada producto digite la cantidad "
                       "contada,"
               DISPLAY "blanco para dejarlo sin contar, o F para "
                       "terminar el conteo."

               MOVE SPACES TO PRD-CODIGO
               START ARCH-PROD KEY NOT LESS THAN PRD-CODIGO
                   INVALID KEY
                       DISPLAY "No hay productos registrados."
                       EXIT PARAGRAPH
               END-START

               PERFORM UNTIL FS-PROD NOT = "00"
                          OR WS-CONTEO-FIN = "S"
                   READ ARCH-PROD NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM CONTAR-PRODUCTO-FISICO
                   END-READ
               END-PERFORM
           END-IF

           DISPLAY "------------------------------------------------"
           DISPLAY "Productos contados:      " WS-CONTEO-PRODS
           DISPLAY "Diferencias encontradas: " WS-CONTEO-DIFS
           DISPLAY "Ajustes aplicados:       " WS-CONTEO-AJUSTES
           .

       CONTEO-POR-CODIGO.
           DISPLAY "Digite o escanee el codigo de cada producto a "
                   "contar (blanco termina)."
           PERFORM UNTIL WS-CONTEO-FIN = "S"
               DISPLAY "Codigo (interno o de barras): "
               ACCEPT IN-CODIGO-VEN
               IF FUNCTION TRIM(IN-CODIGO-VEN) = SPACES
                   MOVE "S" TO WS-CONTEO-FIN
               ELSE
                   MOVE FUNCTION TRIM(IN-CODIGO-VEN)
                       TO WS-COD-ENTRADA
                   PERFORM RESOLVER-CODIGO-PRODUCTO
                   IF WS-COD-RESUELTO NOT = "S"
                       DISPLAY "ERROR: Ese codigo de producto no "
                               "existe."
                   ELSE
                       PERFORM CONTAR-PRODUCTO-FISICO
                   END-IF
               END-IF
           END-PERFORM
           .

       CONTAR-PRODUCTO-FISICO.
           PERFORM VERIFICAR-LOTES-PRODUCTO
           IF WS-LOT-TIENE = "S"
               DISPLAY FUNCTION TRIM(PRD-CODIGO) " "
                       FUNCTION TRIM(PRD-NOMBRE)
                       " lleva control de lote. Contar por lote? "
                       "(S/N): "
               ACCEPT PAUSA-TEXTO
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(PAUSA-TEXTO))
                  = "S"
                   PERFORM CONTAR-LOTES-PRODUCTO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE PRD-STOCK TO WS-STOCK-ED
           DISPLAY FUNCTION TRIM(PRD-CODIGO) " "
                   FUNCTION TRIM(PRD-NOMBRE)
                   " (stock sistema: " FUNCTION TRIM(WS-STOCK-ED)
                   "). Cantidad contada: "
           ACCEPT IN-CONTEO-TX

           IF FUNCTION TRIM(IN-CONTEO-TX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(IN-CONTEO-TX)) = "F"
               MOVE "S" TO WS-CONTEO-FIN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL-F(IN-CONTEO-TX) NOT = 0
               DISPLAY "  Cantidad invalida; producto queda sin "
                       "contar."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-CONTEO-TX) TO WS-CONTEO-SIGN
           IF WS-CONTEO-SIGN < 0
               DISPLAY "  La cantidad debe ser >= 0; producto queda "
                       "sin contar."
               EXIT PARAGRAPH
           END-IF
           IF (PRD-UNIDAD = "UND" OR PRD-UNIDAD = SPACES) AND
              FUNCTION INTEGER(WS-CONTEO-SIGN) NOT = WS-CONTEO-SIGN
               DISPLAY "  Ese producto se maneja por unidades "
                       "enteras; producto queda sin contar."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTEO-PRODS
           COMPUTE WS-AJU-CANT = WS-CONTEO-SIGN - PRD-STOCK
           IF WS-AJU-CANT = 0
               DISPLAY "  Sin diferencia."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTEO-DIFS
           MOVE WS-AJU-CANT TO WS-AJU-CANT-ED
           DISPLAY "  Diferencia contra el sistema: "
                   FUNCTION TRIM(WS-AJU-CANT-ED)
           DISPLAY "  Motivo (DA=dano RO=robo ER=error de conteo "
                   "VE=vencimiento, blanco = no ajustar): "
           ACCEPT IN-MOTIVO-AJU
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-MOTIVO-AJU))
               TO IN-MOTIVO-AJU
           IF IN-MOTIVO-AJU = SPACES
               DISPLAY "  Diferencia anotada sin ajuste."
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDAR-MOTIVO-AJUSTE
           IF WS-MOTIVO-OK NOT = "S"
               DISPLAY "  Motivo invalido; no se ajusta."
               EXIT PARAGRAPH
           END-IF

           PERFORM REGISTRAR-AJUSTE-STOCK
           .

       CONTAR-LOTES-PRODUCTO.
           *> Conteo lote por lote del producto cargado en REG-PROD.
           *> Los conteos quedan en borrador (WS-LCT-TAB) y solo se
           *> graban en LOTES.DAT cuando el ajuste consolidado se
           *> aplica con un motivo valido; si el operador lo
           *> declina no cambia nada, igual que en el conteo por
           *> producto.
           ADD 1 TO WS-CONTEO-PRODS
           MOVE 0 TO WS-LOT-DIF WS-LCT-CANT

           MOVE PRD-CODIGO TO LOT-PRODUCTO
           MOVE SPACES     TO LOT-VENCE LOT-NUMERO
           START ARCH-LOT KEY NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-LOT NOT = "00"
               READ ARCH-LOT NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LOT-PRODUCTO NOT = PRD-CODIGO
                           EXIT PERFORM
                       END-IF
                       PERFORM CONTAR-UN-LOTE
               END-READ
           END-PERFORM

           IF WS-LOT-DIF = 0
               DISPLAY "  Sin diferencia en los lotes."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTEO-DIFS
           MOVE WS-LOT-DIF TO WS-AJU-CANT
           MOVE WS-AJU-CANT TO WS-AJU-CANT-ED
           DISPLAY "  Diferencia total contra el sistema: "
                   FUNCTION TRIM(WS-AJU-CANT-ED)
           DISPLAY "  Motivo (DA=dano RO=robo ER=error de conteo "
                   "VE=vencimiento, blanco = no ajustar): "
           ACCEPT IN-MOTIVO-AJU
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-MOTIVO-AJU))
               TO IN-MOTIVO-AJU
           IF IN-MOTIVO-AJU = SPACES
               DISPLAY "  Diferencia anotada sin ajuste; los lotes "
                       "no cambian."
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDAR-MOTIVO-AJUSTE
           IF WS-MOTIVO-OK NOT = "S"
               DISPLAY "  Motivo invalido; no se ajusta y los lotes "
                       "no cambian."
               EXIT PARAGRAPH
           END-IF

           *> Los lotes contados se graban solo si el ajuste de
           *> stock realmente se aplico (puede declinarse todavia
           *> en la pregunta de ubicacion).
           MOVE WS-CONTEO-AJUSTES TO WS-CONTEO-AJU-ANT
           PERFORM REGISTRAR-AJUSTE-STOCK
           IF WS-CONTEO-AJUSTES > WS-CONTEO-AJU-ANT
               PERFORM APLICAR-CONTEO-LOTES
           ELSE
               DISPLAY "  Ajuste no aplicado; los lotes no cambian."
           END-IF
           .

       CONTAR-UN-LOTE.
           MOVE LOT-CANT TO WS-LOT-CANT-ED
           DISPLAY "  Lote " FUNCTION TRIM(LOT-NUMERO) " vence "
                   LOT-VENCE " (sistema: "
                   FUNCTION TRIM(WS-LOT-CANT-ED)
                   "). Cantidad contada: "
           ACCEPT IN-CONTEO-TX
           IF FUNCTION TRIM(IN-CONTEO-TX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL-F(IN-CONTEO-TX) NOT = 0
               DISPLAY "  Cantidad invalida; lote queda sin contar."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-CONTEO-TX) TO WS-LOT-CONTADO
           IF WS-LOT-CONTADO < 0
               DISPLAY "  La cantidad debe ser >= 0; lote queda sin "
                       "contar."
               EXIT PARAGRAPH
           END-IF
           IF (PRD-UNIDAD = "UND" OR PRD-UNIDAD = SPACES) AND
              FUNCTION INTEGER(WS-LOT-CONTADO) NOT = WS-LOT-CONTADO
               DISPLAY "  Ese producto se maneja por unidades "
                       "enteras; lote queda sin contar."
               EXIT PARAGRAPH
           END-IF
           IF WS-LOT-CONTADO NOT = LOT-CANT
               IF WS-LCT-CANT >= 50
                   DISPLAY "  AVISO: mas de 50 lotes con diferencia "
                           "en este producto; lote queda sin "
                           "contar, repita el conteo para el resto."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-LOT-DIF = WS-LOT-DIF
                   + WS-LOT-CONTADO - LOT-CANT
               ADD 1 TO WS-LCT-CANT
               MOVE LOT-VENCE       TO WS-LCT-VENCE(WS-LCT-CANT)
               MOVE LOT-NUMERO      TO WS-LCT-NUMERO(WS-LCT-CANT)
               MOVE WS-LOT-CONTADO  TO WS-LCT-CONTADO(WS-LCT-CANT)
           END-IF
           .

       APLICAR-CONTEO-LOTES.
           *> Graba en LOTES.DAT los conteos en borrador del
           *> producto en REG-PROD, ya confirmado el ajuste.
           PERFORM VARYING WS-LCT-IX FROM 1 BY 1
                   UNTIL WS-LCT-IX > WS-LCT-CANT
               MOVE PRD-CODIGO                TO LOT-PRODUCTO
               MOVE WS-LCT-VENCE(WS-LCT-IX)   TO LOT-VENCE
               MOVE WS-LCT-NUMERO(WS-LCT-IX)  TO LOT-NUMERO
               READ ARCH-LOT KEY IS LOT-CLAVE
                   INVALID KEY
                       DISPLAY "  ERROR: el lote "
                               FUNCTION TRIM(
                                   WS-LCT-NUMERO(WS-LCT-IX))
                               " desaparecio; conteo del lote "
                               "omitido."
                   NOT INVALID KEY
                       MOVE WS-LCT-CONTADO(WS-LCT-IX) TO LOT-CANT
                       REWRITE REG-LOT
                           INVALID KEY
                               DISPLAY "  ERROR al actualizar "
                                       "LOTES.DAT. FS=" FS-LOT
                       END-REWRITE
               END-READ
           END-PERFORM
           .

       VALIDAR-MOTIVO-AJUSTE.
           IF IN-MOTIVO-AJU = "DA" OR IN-MOTIVO-AJU = "RO" OR
              IN-MOTIVO-AJU = "ER" OR IN-MOTIVO-AJU = "VE"
               MOVE "S" TO WS-MOTIVO-OK
           ELSE
               MOVE "N" TO WS-MOTIVO-OK
           END-IF
           .

       REGISTRAR-AJUSTE-STOCK.
           *> Graba el ajuste WS-AJU-CANT (ya con signo) para el
           *> producto cargado en REG-PROD y corrige PRD-STOCK y la
           *> ubicacion que indique el operador.
           MOVE "S" TO WS-VALIDO
           PERFORM VERIFICAR-PERIODO-ABIERTO
           IF WS-VALIDO NOT = "S"
               DISPLAY "  No se ajusta."
               EXIT PARAGRAPH
           END-IF
           PERFORM NORMALIZAR-STOCK-UBIC
           DISPLAY "  Ubicacion del ajuste (S=sala, B=bodega): "
           ACCEPT IN-UBIC-FILT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-UBIC-FILT))
               TO WS-AJU-UBIC
           IF WS-AJU-UBIC = SPACES
               MOVE "S" TO WS-AJU-UBIC
           END-IF
           IF WS-AJU-UBIC NOT = "S" AND WS-AJU-UBIC NOT = "B"
               DISPLAY "  Ubicacion invalida; no se ajusta."
               EXIT PARAGRAPH
           END-IF
           IF WS-AJU-CANT < 0
               IF (WS-AJU-UBIC = "S" AND
                   0 - WS-AJU-CANT > PRD-STOCK-SALA) OR
                  (WS-AJU-UBIC = "B" AND
                   0 - WS-AJU-CANT > PRD-STOCK-BODEGA)
                   DISPLAY "  El ajuste negativo excede el stock de "
                           "esa ubicacion; no se ajusta."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CONTAR-AJUSTES
           ADD 1 TO WS-NUM-AJUSTE
           MOVE WS-NUM-AJUSTE TO AJ-NUM-TX
           MOVE WS-AJU-CANT   TO WS-AJU-CANT-ED

           MOVE SPACES TO REG-AJU-LINE
            STRING
             "A"                              DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             AJ-NUM-TX                        DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             PRD-CODIGO                       DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-AJU-CANT-ED)    DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             IN-MOTIVO-AJU                    DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             WS-FECHA-TRIM                    DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-OPER-ACTUAL)    DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             WS-AJU-UBIC                      DELIMITED BY SIZE
             INTO REG-AJU-LINE
          END-STRING

          WRITE REG-AJU-LINE
            IF FS-AJU NOT = "00"
          DISPLAY "ERROR al escribir en AJUSTES.DAT. FS=" FS-AJU
          EXIT PARAGRAPH
         END-IF

           ADD WS-AJU-CANT TO PRD-STOCK
           IF WS-AJU-UBIC = "B"
               ADD WS-AJU-CANT TO PRD-STOCK-BODEGA
           ELSE
               ADD WS-AJU-CANT TO PRD-STOCK-SALA
           END-IF
           REWRITE REG-PROD
               INVALID KEY
                   DISPLAY "  ERROR: ajuste anotado pero no se pudo "
                           "corregir el stock."
                   SUBTRACT WS-AJU-CANT FROM PRD-STOCK
                   IF WS-AJU-UBIC = "B"
                       SUBTRACT WS-AJU-CANT FROM PRD-STOCK-BODEGA
                   ELSE
                       SUBTRACT WS-AJU-CANT FROM PRD-STOCK-SALA
                   END-IF
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE WS-AJU-UBIC TO WS-MOV-UBIC
           MOVE "A" TO WS-MOV-TIPO
           MOVE WS-AJU-CANT   TO WS-MOV-CANT
           MOVE AJ-NUM-TX     TO WS-MOV-REF
           MOVE WS-FECHA-TRIM TO WS-MOV-FECHA
           PERFORM GRABAR-MOVIMIENTO

           ADD 1 TO WS-CONTEO-AJUSTES
           MOVE PRD-STOCK TO WS-STOCK-ED
           DISPLAY "  Ajuste No. " FUNCTION TRIM(AJ-NUM-TX)
                   " aplicado; nuevo stock: "
                   FUNCTION TRIM(WS-STOCK-ED)
           .

       CONTAR-AJUSTES.
           MOVE 0 TO WS-NUM-AJUSTE
           CLOSE ARCH-AJU
           OPEN INPUT ARCH-AJU
           PERFORM UNTIL FS-AJU NOT = "00"
               READ ARCH-AJU NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-NUM-AJUSTE
               END-READ
           END-PERFORM
           CLOSE ARCH-AJU
           OPEN EXTEND ARCH-AJU
           .

       CIERRE-DIARIO.
           DISPLAY "----- Cierre diario de ventas -----".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           DISPLAY "Fecha de cierre: " WS-FECHA-HOY

           MOVE WS-FECHA-HOY TO IN-FECHA-INI
           MOVE WS-FECHA-HOY TO IN-FECHA-FIN
           PERFORM EJECUTAR-REPORTE-VENTAS

           *> En modo batch no hay operador que responda; se
           *> concilia consolidado como siempre.
           MOVE "N" TO WS-DIA-POR-UBIC
           IF WS-MODO-BATCH NOT = "S"
               DISPLAY "Mostrar detalle por ubicacion (S/N)? "
               ACCEPT PAUSA-TEXTO
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(PAUSA-TEXTO))
                  = "S"
                   MOVE "S" TO WS-DIA-POR-UBIC
               END-IF
           END-IF

           DISPLAY " "
           DISPLAY "----- Conciliacion de stock del dia -----"
           DISPLAY "COD  |STOCK ACTUAL|STOCK ESPERADO|ESTADO"
           DISPLAY "------------------------------------------------"

           MOVE 0 TO WS-DIA-PRODUCTOS WS-DIA-DISCREPANCIAS

           MOVE SPACES TO PRD-CODIGO
           START ARCH-PROD KEY NOT LESS THAN PRD-CODIGO
               INVALID KEY
                   DISPLAY "No hay productos registrados."
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL FS-PROD NOT = "00"
               READ ARCH-PROD NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CONCILIAR-PRODUCTO-DIA
               END-READ
           END-PERFORM

           DISPLAY "------------------------------------------------"
           DISPLAY "Productos conciliados: "
                   FUNCTION TRIM(WS-DIA-PRODUCTOS)
           DISPLAY "Discrepancias detectadas: "
                   FUNCTION TRIM(WS-DIA-DISCREPANCIAS)

           *> Dejar el resumen por producto+dia del dia cerrado
           *> cuadrado contra lo realmente grabado en ventas.txt
           PERFORM RECONSTRUIR-RESUMEN-DIA

           *> El asiento contable del dia sale del mismo cierre
           PERFORM GENERAR-ASIENTO-DIARIO

           *> Dejar los totales de control del dia para la
           *> verificacion de integridad del proximo arranque.
           PERFORM GRABAR-CONTROL-TOTALES
           .

       RECONSTRUIR-RESUMEN-DIA.
           *> Recalcula desde ventas.txt las cifras del dia
           *> WS-FECHA-HOY y reemplaza (no acumula) los registros
           *> producto+dia del resumen, por si alguna venta se anoto
           *> con el resumen fuera de linea.
           MOVE 0   TO WS-RSD-CANT
           MOVE "N" TO WS-RSD-EN

           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           PERFORM UNTIL FS-VEN NOT = "00"
               READ ARCH-VEN NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-LINEA-RSD
               END-READ
           END-PERFORM
           CLOSE ARCH-VEN
           OPEN EXTEND ARCH-VEN

           PERFORM VARYING WS-RSD-IX FROM 1 BY 1
                   UNTIL WS-RSD-IX > WS-RSD-CANT
               PERFORM GRABAR-RSD-ENTRADA
           END-PERFORM
           .

       ACUMULAR-LINEA-RSD.
           EVALUATE REG-VENTA-LINE(1:1)
           WHEN "H"
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-FECHA
               END-UNSTRING
               IF FUNCTION TRIM(V-FECHA) = WS-FECHA-HOY
                   MOVE "S" TO WS-RSD-EN
               ELSE
                   MOVE "N" TO WS-RSD-EN
               END-IF
           WHEN "D"
           WHEN "K"
               MOVE SPACES TO V-PRECIO-TX V-DESC-TX V-KIT-MARCA
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                         V-PRECIO-TX V-DESC-TX V-KIT-MARCA
               END-UNSTRING
               *> Un kit cuenta por sus componentes (lineas K, con
               *> el importe ya repartido)
               IF WS-RSD-EN = "S" AND V-KIT-MARCA NOT = "K"
                   MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
                   IF V-TIPO = "K"
                       MOVE FUNCTION NUMVAL(V-PRECIO-TX)
                           TO WS-VALOR-LINE
                   ELSE
                       PERFORM VALORAR-LINEA-PRECIO
                   END-IF
                   PERFORM BUSCAR-RSD-ENTRADA
                   IF WS-RSD-IX <= 500
                       ADD V-CANT TO WS-RSD-UND(WS-RSD-IX)
                       ADD WS-VALOR-LINE TO WS-RSD-ING(WS-RSD-IX)
                       MOVE V-COD TO PRD-CODIGO
                       READ ARCH-PROD KEY IS PRD-CODIGO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               COMPUTE WS-RSD-CGS(WS-RSD-IX) =
                                   WS-RSD-CGS(WS-RSD-IX)
                                   + PRD-COSTO * V-CANT
                       END-READ
                   END-IF
               END-IF
           WHEN "R"
           WHEN "J"
               MOVE SPACES TO V-PRECIO-TX V-KIT-MARCA
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX V-FECHA
                         V-PRECIO-TX V-KIT-MARCA
               END-UNSTRING
               IF V-TIPO = "R" AND V-KIT-MARCA = "K"
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(V-FECHA) = WS-FECHA-HOY
                   MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
                   IF V-TIPO = "J"
                       MOVE FUNCTION NUMVAL(V-PRECIO-TX)
                           TO WS-VALOR-LINE
                   ELSE
                       PERFORM VALORAR-LINEA-PRECIO
                   END-IF
                   PERFORM BUSCAR-RSD-ENTRADA
                   IF WS-RSD-IX <= 500
                       ADD V-CANT TO WS-RSD-DEV(WS-RSD-IX)
                       ADD WS-VALOR-LINE TO WS-RSD-DEVM(WS-RSD-IX)
                       MOVE V-COD TO PRD-CODIGO
                       READ ARCH-PROD KEY IS PRD-CODIGO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               COMPUTE WS-RSD-CGS(WS-RSD-IX) =
                                   WS-RSD-CGS(WS-RSD-IX)
                                   - PRD-COSTO * V-CANT
                       END-READ
                   END-IF
               END-IF
           END-EVALUATE
           .

       BUSCAR-RSD-ENTRADA.
           *> Deja en WS-RSD-IX la entrada del producto V-COD,
           *> creandola si hace falta; si la tabla se llena avisa y
           *> deja WS-RSD-IX fuera de rango para que el movimiento
           *> se omita (quedara el valor acumulado en linea).
           PERFORM VARYING WS-RSD-IX FROM 1 BY 1
                   UNTIL WS-RSD-IX > WS-RSD-CANT
                      OR WS-RSD-COD(WS-RSD-IX) = V-COD
               CONTINUE
           END-PERFORM
           IF WS-RSD-IX > WS-RSD-CANT
               IF WS-RSD-CANT >= 500
                   DISPLAY "AVISO: mas de 500 productos vendidos "
                           "hoy; el resumen del dia queda con lo "
                           "acumulado en linea para el resto."
                   MOVE 501 TO WS-RSD-IX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RSD-CANT
               MOVE WS-RSD-CANT TO WS-RSD-IX
               MOVE V-COD TO WS-RSD-COD(WS-RSD-IX)
               MOVE 0 TO WS-RSD-UND(WS-RSD-IX)
               MOVE 0 TO WS-RSD-DEV(WS-RSD-IX)
               MOVE 0 TO WS-RSD-ING(WS-RSD-IX)
               MOVE 0 TO WS-RSD-DEVM(WS-RSD-IX)
               MOVE 0 TO WS-RSD-CGS(WS-RSD-IX)
           END-IF
           .

       GRABAR-RSD-ENTRADA.
           MOVE WS-RSD-COD(WS-RSD-IX) TO RES-CODIGO
           MOVE WS-FECHA-HOY          TO RES-FECHA
           READ ARCH-RES KEY IS RES-CLAVE
               INVALID KEY
                   MOVE WS-RSD-UND(WS-RSD-IX)  TO RES-UNIDADES
                   MOVE WS-RSD-DEV(WS-RSD-IX)  TO RES-DEVUELTAS
                   MOVE WS-RSD-ING(WS-RSD-IX)  TO RES-INGRESO
                   MOVE WS-RSD-DEVM(WS-RSD-IX) TO RES-DEV-MONTO
                   MOVE WS-RSD-CGS(WS-RSD-IX)  TO RES-COSTO
                   WRITE REG-RES
                       INVALID KEY
                           DISPLAY "ERROR al escribir en "
                                   "RESUMEN_VENTAS.DAT. FS=" FS-RES
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-RSD-UND(WS-RSD-IX)  TO RES-UNIDADES
                   MOVE WS-RSD-DEV(WS-RSD-IX)  TO RES-DEVUELTAS
                   MOVE WS-RSD-ING(WS-RSD-IX)  TO RES-INGRESO
                   MOVE WS-RSD-DEVM(WS-RSD-IX) TO RES-DEV-MONTO
                   MOVE WS-RSD-CGS(WS-RSD-IX)  TO RES-COSTO
                   REWRITE REG-RES
                       INVALID KEY
                           DISPLAY "ERROR al actualizar "
                                   "RESUMEN_VENTAS.DAT. FS=" FS-RES
                   END-REWRITE
           END-READ
           .

       GENERAR-ASIENTO-DIARIO.
           DISPLAY " "
           DISPLAY "----- Asiento contable del dia -----"
           PERFORM CARGAR-CUENTAS-CONT
           IF WS-CTA-CANT = 0
               PERFORM CREAR-CATALOGO-CUENTAS
               PERFORM CARGAR-CUENTAS-CONT
           END-IF
           IF WS-CTA-CANT = 0
               DISPLAY "ERROR: no hay catalogo de cuentas; no se "
                       "genera el asiento."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ASI-VTA-CONT WS-ASI-VTA-CRED
                     WS-ASI-DEV-BRUTO WS-ASI-COSTO WS-ASI-COMPRAS
                     WS-ASI-PAGOSPROV WS-ASI-ABONOS WS-ASI-MERMA
                     WS-ASI-NCPROV WS-ASI-COMTARJ WS-ASI-VTA-APAR
                     WS-ASI-APA-ABONOS WS-ASI-APA-RETENIDO
                     WS-ASI-APA-DEVUELTO WS-ASI-PTS-GANADOS
                     WS-ASI-PTS-QUITADOS WS-ASI-PTS-CANJE
                     WS-ASI-PTS-DEVUELTOS WS-ASI-PTS-VENCIDOS
                     WS-ASI-PTS-SALDO

           *> Ventas, devoluciones y costo del dia desde ventas.txt
           MOVE "N" TO WS-ASI-FACT-HOY
           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           PERFORM UNTIL FS-VEN NOT = "00"
               READ ARCH-VEN NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-ASIENTO-VENTA
               END-READ
           END-PERFORM
           CLOSE ARCH-VEN
           OPEN EXTEND ARCH-VEN

           *> Abonos de clientes del dia
           CLOSE ARCH-CXC
           OPEN INPUT ARCH-CXC
           PERFORM UNTIL FS-CXC NOT = "00"
               READ ARCH-CXC NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       UNSTRING REG-CXC-LINE DELIMITED BY "|"
                            INTO X-TIPO X-CLIENTE X-MONTO-TX X-FECHA
                       END-UNSTRING
                       IF X-TIPO = "P" AND X-FECHA = WS-FECHA-HOY
                           ADD FUNCTION NUMVAL(X-MONTO-TX)
                               TO WS-ASI-ABONOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-CXC
           OPEN EXTEND ARCH-CXC

           *> Facturas y pagos de proveedor del dia
           CLOSE ARCH-CXP
           OPEN INPUT ARCH-CXP
           PERFORM UNTIL FS-CXP NOT = "00"
               READ ARCH-CXP NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       UNSTRING REG-CXP-LINE DELIMITED BY "|"
                            INTO CP-TIPO CP-FACT CP-PROV CP-FECHA
                                 CP-VENCE CP-MONTO-TX
                       END-UNSTRING
                       IF CP-FECHA = WS-FECHA-HOY
                           IF CP-TIPO = "F"
                               ADD FUNCTION NUMVAL(CP-MONTO-TX)
                                   TO WS-ASI-COMPRAS
                           END-IF
                           IF CP-TIPO = "P"
                               *> En un pago el quinto campo es el
                               *> monto.
                               ADD FUNCTION NUMVAL(CP-VENCE)
                                   TO WS-ASI-PAGOSPROV
                           END-IF
                           *> Notas de credito por devolucion a
                           *> proveedor; sin factura la compra ya
                           *> entra neta y no hay nada que reversar.
                           IF CP-TIPO = "N" AND CP-FACT NOT = SPACES
                               ADD FUNCTION NUMVAL(CP-MONTO-TX)
                                   TO WS-ASI-NCPROV
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-CXP
           OPEN EXTEND ARCH-CXP

           *> Ajustes del dia valorados al costo (merma o sobrante)
           CLOSE ARCH-AJU
           OPEN INPUT ARCH-AJU
           PERFORM UNTIL FS-AJU NOT = "00"
               READ ARCH-AJU NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-ASIENTO-AJUSTE
               END-READ
           END-PERFORM
           CLOSE ARCH-AJU
           OPEN EXTEND ARCH-AJU

           *> Comision de tarjetas de las liquidaciones importadas hoy
           MOVE SPACES TO LIQ-CLAVE
           START ARCH-LIQ KEY NOT LESS THAN LIQ-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL FS-LIQ NOT = "00"
                       READ ARCH-LIQ NEXT RECORD
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF LIQ-IMPORTADA = WS-FECHA-HOY
                                   ADD LIQ-COMISION TO WS-ASI-COMTARJ
                               END-IF
                       END-READ
                   END-PERFORM
           END-START

           *> Abonos y vencimientos de apartados del dia
           CLOSE ARCH-APA
           OPEN INPUT ARCH-APA
           PERFORM UNTIL FS-APA NOT = "00"
               READ ARCH-APA NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM PARTIR-LINEA-APARTADO
                       IF AP-CAMPO3(1:8) = WS-FECHA-HOY
                           IF AP-TIPO = "B"
                               ADD FUNCTION NUMVAL(AP-CAMPO5)
                                   TO WS-ASI-APA-ABONOS
                           END-IF
                           IF AP-TIPO = "X"
                               ADD FUNCTION NUMVAL(AP-CAMPO4)
                                   TO WS-ASI-APA-RETENIDO
                               ADD FUNCTION NUMVAL(AP-CAMPO5)
                                   TO WS-ASI-APA-DEVUELTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-APA
           OPEN EXTEND ARCH-APA

           *> Puntos de fidelidad del dia, valorados al valor
           *> vigente del punto (el canje y su devolucion por lo
           *> cobrado), y saldo de puntos pendientes de todos los
           *> clientes
           PERFORM LEER-PARAM-PUNTOS
           CLOSE ARCH-PTS
           OPEN INPUT ARCH-PTS
           PERFORM UNTIL FS-PTS NOT = "00"
               READ ARCH-PTS NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-ASIENTO-PUNTOS
               END-READ
           END-PERFORM
           CLOSE ARCH-PTS
           OPEN EXTEND ARCH-PTS
           COMPUTE WS-ASI-PTS-PASIVO =
               WS-ASI-PTS-SALDO * WS-PTS-VALOR

           *> Exportar el asiento a ASIENTO_AAAAMMDD.CSV
           MOVE SPACES TO WS-RESP-NOMBRE
           STRING "ASIENTO_" WS-FECHA-HOY ".CSV"
               DELIMITED BY SIZE INTO WS-RESP-NOMBRE
           END-STRING
           OPEN OUTPUT ARCH-RESP
           IF FS-RESP NOT = "00"
               DISPLAY "ERROR: no se pudo crear "
                       FUNCTION TRIM(WS-RESP-NOMBRE)
               EXIT PARAGRAPH
           END-IF
           MOVE "FECHA,CUENTA,DESCRIPCION,DEBE,HABER"
               TO REG-RESP-LINE
           WRITE REG-RESP-LINE

           MOVE 0 TO WS-ASI-TOT-DEBE WS-ASI-TOT-HABER WS-ASI-LINEAS
           DISPLAY "CUENTA  |DESCRIPCION              |DEBE        |"
                   "HABER"
           DISPLAY "-----------------------------------------------"
                   "-----"

           *> Venta de contado: caja contra ventas e IVA
           IF WS-ASI-VTA-CONT > 0
               MOVE "CAJA" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-VTA-CONT TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               COMPUTE WS-ASI-NETO ROUNDED = WS-ASI-VTA-CONT
                   * 100 / (100 + WS-IVA-TASA)
               COMPUTE WS-ASI-IVA = WS-ASI-VTA-CONT - WS-ASI-NETO
               MOVE "VENTAS" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-NETO TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "IVA" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-IVA TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Venta fiada: cuentas por cobrar contra ventas e IVA
           IF WS-ASI-VTA-CRED > 0
               MOVE "CXC" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-VTA-CRED TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               COMPUTE WS-ASI-NETO ROUNDED = WS-ASI-VTA-CRED
                   * 100 / (100 + WS-IVA-TASA)
               COMPUTE WS-ASI-IVA = WS-ASI-VTA-CRED - WS-ASI-NETO
               MOVE "VENTAS" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-NETO TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "IVA" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-IVA TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Apartado retirado: se aplican los anticipos contra
           *> ventas e IVA
           IF WS-ASI-VTA-APAR > 0
               MOVE "ANTICIPOS" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-VTA-APAR TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               COMPUTE WS-ASI-NETO ROUNDED = WS-ASI-VTA-APAR
                   * 100 / (100 + WS-IVA-TASA)
               COMPUTE WS-ASI-IVA = WS-ASI-VTA-APAR - WS-ASI-NETO
               MOVE "VENTAS" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-NETO TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "IVA" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-IVA TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Abonos a apartados: entran a caja como anticipo
           IF WS-ASI-APA-ABONOS > 0
               MOVE "CAJA" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-APA-ABONOS TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "ANTICIPOS" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-APA-ABONOS TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Apartados vencidos: lo retenido pasa a otros ingresos
           *> y lo devuelto sale de caja
           IF WS-ASI-APA-RETENIDO > 0
               MOVE "ANTICIPOS" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-APA-RETENIDO TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "OTROSING" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-APA-RETENIDO TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF
           IF WS-ASI-APA-DEVUELTO > 0
               MOVE "ANTICIPOS" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-APA-DEVUELTO TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "CAJA" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-APA-DEVUELTO TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Devoluciones del dia: reversa de la venta contra caja
           IF WS-ASI-DEV-BRUTO > 0
               COMPUTE WS-ASI-NETO ROUNDED = WS-ASI-DEV-BRUTO
                   * 100 / (100 + WS-IVA-TASA)
               COMPUTE WS-ASI-IVA = WS-ASI-DEV-BRUTO - WS-ASI-NETO
               MOVE "VENTAS" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-NETO TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "IVA" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-IVA TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "CAJA" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-DEV-BRUTO TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Costo de ventas neto del dia contra inventario
           IF WS-ASI-COSTO > 0
               MOVE "COSTO" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-COSTO TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "INVENTARIO" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-COSTO TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF
           IF WS-ASI-COSTO < 0
               COMPUTE WS-ASI-NETO = 0 - WS-ASI-COSTO
               MOVE "INVENTARIO" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-NETO TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "COSTO" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-NETO TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Compras del dia (facturas de proveedor) al inventario
           IF WS-ASI-COMPRAS > 0
               MOVE "INVENTARIO" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-COMPRAS TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "CXP" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-COMPRAS TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Pagos a proveedores del dia
           IF WS-ASI-PAGOSPROV > 0
               MOVE "CXP" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-PAGOSPROV TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "CAJA" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-PAGOSPROV TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Devoluciones a proveedores del dia (notas de credito)
           IF WS-ASI-NCPROV > 0
               MOVE "CXP" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-NCPROV TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "INVENTARIO" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-NCPROV TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Abonos de clientes del dia
           IF WS-ASI-ABONOS > 0
               MOVE "CAJA" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-ABONOS TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "CXC" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-ABONOS TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Merma del dia (ajustes negativos valorados al costo);
           *> un neto positivo de ajustes entra como recuperacion.
           IF WS-ASI-MERMA > 0
               MOVE "MERMA" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-MERMA TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "INVENTARIO" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-MERMA TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF
           IF WS-ASI-MERMA < 0
               COMPUTE WS-ASI-NETO = 0 - WS-ASI-MERMA
               MOVE "INVENTARIO" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-NETO TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "MERMA" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-NETO TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Comision retenida por el procesador de tarjetas: la
           *> venta con tarjeta entro completa a caja y el deposito
           *> llega neto.
           IF WS-ASI-COMTARJ > 0
               MOVE "COMTARJETA" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-COMTARJ TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "CAJA" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-COMTARJ TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Puntos ganados: gasto del programa contra el pasivo;
           *> los quitados por devoluciones lo reversan.
           IF WS-ASI-PTS-GANADOS > 0
               MOVE "FIDELIDAD" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-PTS-GANADOS TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "PUNTOS" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-PTS-GANADOS TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF
           IF WS-ASI-PTS-QUITADOS > 0
               MOVE "PUNTOS" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-PTS-QUITADOS TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "FIDELIDAD" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-PTS-QUITADOS TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Tickets pagados con puntos: la venta entro completa a
           *> caja, pero se cobro contra el pasivo de puntos; la
           *> devolucion de esos tickets vuelve al pasivo.
           IF WS-ASI-PTS-CANJE > 0
               MOVE "PUNTOS" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-PTS-CANJE TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "CAJA" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-PTS-CANJE TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF
           IF WS-ASI-PTS-DEVUELTOS > 0
               MOVE "CAJA" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-PTS-DEVUELTOS TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "PUNTOS" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-PTS-DEVUELTOS TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           *> Puntos vencidos en el cierre anual: el pasivo pasa a
           *> otros ingresos
           IF WS-ASI-PTS-VENCIDOS > 0
               MOVE "PUNTOS" TO WS-ASI-CTA-CLAVE
               MOVE WS-ASI-PTS-VENCIDOS TO WS-ASI-DEBE
               MOVE 0 TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE "OTROSING" TO WS-ASI-CTA-CLAVE
               MOVE 0 TO WS-ASI-DEBE
               MOVE WS-ASI-PTS-VENCIDOS TO WS-ASI-HABER
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF

           CLOSE ARCH-RESP
           DISPLAY "-----------------------------------------------"
                   "-----"
           IF WS-ASI-LINEAS = 0
               DISPLAY "Sin movimientos contables hoy; el archivo "
                       "queda solo con el encabezado."
           ELSE
               MOVE WS-ASI-TOT-DEBE TO WS-ASI-MONTO-ED
               DISPLAY "TOTAL DEBE:  " WS-ASI-MONTO-ED
               MOVE WS-ASI-TOT-HABER TO WS-ASI-MONTO-ED
               DISPLAY "TOTAL HABER: " WS-ASI-MONTO-ED
               IF WS-ASI-TOT-DEBE = WS-ASI-TOT-HABER
                   DISPLAY "Asiento cuadrado."
               ELSE
                   DISPLAY "ALERTA: el asiento no cuadra; revise "
                           "los movimientos del dia."
               END-IF
           END-IF
           MOVE WS-ASI-PTS-SALDO TO WS-PTS-ED
           MOVE WS-ASI-PTS-PASIVO TO WS-ASI-MONTO-ED
           DISPLAY "Pasivo por puntos de fidelidad pendientes: "
                   FUNCTION TRIM(WS-PTS-ED) " puntos = "
                   FUNCTION TRIM(WS-ASI-MONTO-ED)
           DISPLAY "Asiento exportado a "
                   FUNCTION TRIM(WS-RESP-NOMBRE)
           .

       ACUMULAR-ASIENTO-PUNTOS.
           PERFORM PARTIR-LINEA-PUNTOS
           EVALUATE PT-TIPO
           WHEN "G"
               ADD WS-PTS-PUNTOS TO WS-ASI-PTS-SALDO
               IF PT-FECHA = WS-FECHA-HOY
                   COMPUTE WS-ASI-PTS-GANADOS = WS-ASI-PTS-GANADOS
                       + WS-PTS-PUNTOS * WS-PTS-VALOR
               END-IF
           WHEN "R"
               SUBTRACT WS-PTS-PUNTOS FROM WS-ASI-PTS-SALDO
               IF PT-FECHA = WS-FECHA-HOY
                   COMPUTE WS-ASI-PTS-QUITADOS = WS-ASI-PTS-QUITADOS
                       + WS-PTS-PUNTOS * WS-PTS-VALOR
               END-IF
           WHEN "C"
               SUBTRACT WS-PTS-PUNTOS FROM WS-ASI-PTS-SALDO
               IF PT-FECHA = WS-FECHA-HOY
                   ADD FUNCTION NUMVAL(PT-MONTO-TX)
                       TO WS-ASI-PTS-CANJE
               END-IF
           WHEN "D"
               ADD WS-PTS-PUNTOS TO WS-ASI-PTS-SALDO
               IF PT-FECHA = WS-FECHA-HOY
                   ADD FUNCTION NUMVAL(PT-MONTO-TX)
                       TO WS-ASI-PTS-DEVUELTOS
               END-IF
           WHEN "V"
               SUBTRACT WS-PTS-PUNTOS FROM WS-ASI-PTS-SALDO
               IF PT-FECHA = WS-FECHA-HOY
                   COMPUTE WS-ASI-PTS-VENCIDOS = WS-ASI-PTS-VENCIDOS
                       + WS-PTS-PUNTOS * WS-PTS-VALOR
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       ACUMULAR-ASIENTO-VENTA.
           EVALUATE REG-VENTA-LINE(1:1)
           WHEN "H"
               MOVE SPACES TO V-CLIENTE V-CONDICION
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-FECHA V-CLIENTE
                         V-CONDICION
               END-UNSTRING
               IF FUNCTION TRIM(V-FECHA) = WS-FECHA-HOY
                   MOVE "S" TO WS-ASI-FACT-HOY
               ELSE
                   MOVE "N" TO WS-ASI-FACT-HOY
               END-IF
               MOVE V-CONDICION TO WS-ASI-FACT-COND
           WHEN "D"
               IF WS-ASI-FACT-HOY = "S"
                   MOVE SPACES TO V-PRECIO-TX V-DESC-TX
                   UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                        INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
                   PERFORM VALORAR-LINEA-PRECIO
                   IF WS-ASI-FACT-COND = "F"
                       ADD WS-VALOR-LINE TO WS-ASI-VTA-CRED
                   ELSE
                       IF WS-ASI-FACT-COND = "A"
                           ADD WS-VALOR-LINE TO WS-ASI-VTA-APAR
                       ELSE
                           ADD WS-VALOR-LINE TO WS-ASI-VTA-CONT
                       END-IF
                   END-IF
                   *> El costo de un kit entra por sus lineas K
                   MOVE V-COD TO PRD-CODIGO
                   READ ARCH-PROD KEY IS PRD-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-ASI-COSTO = WS-ASI-COSTO
                               + PRD-COSTO * V-CANT
                   END-READ
               END-IF
           WHEN "R"
               MOVE SPACES TO V-PRECIO-TX
               IF FUNCTION TRIM(V-FECHA) = WS-FECHA-HOY
                   MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
                   PERFORM VALORAR-LINEA-PRECIO
                   ADD WS-VALOR-LINE TO WS-ASI-DEV-BRUTO
                   MOVE V-COD TO PRD-CODIGO
                   READ ARCH-PROD KEY IS PRD-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-ASI-COSTO = WS-ASI-COSTO
                               - PRD-COSTO * V-CANT
                   END-READ
               END-IF
           WHEN "K"
               IF WS-ASI-FACT-HOY = "S"
                   UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                        INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                             V-PRECIO-TX V-KIT-COD
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
                   MOVE V-COD TO PRD-CODIGO
                   READ ARCH-PROD KEY IS PRD-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-ASI-COSTO = WS-ASI-COSTO
                               + PRD-COSTO * V-CANT
                   END-READ
               END-IF
           WHEN "J"
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX V-FECHA
                         V-PRECIO-TX V-KIT-COD
               END-UNSTRING
               IF FUNCTION TRIM(V-FECHA) = WS-FECHA-HOY
                   MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
                   MOVE V-COD TO PRD-CODIGO
                   READ ARCH-PROD KEY IS PRD-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-ASI-COSTO = WS-ASI-COSTO
                               - PRD-COSTO * V-CANT
                   END-READ
               END-IF
           END-EVALUATE
           .

       ACUMULAR-ASIENTO-AJUSTE.
           UNSTRING REG-AJU-LINE DELIMITED BY "|"
                INTO AJ-TIPO AJ-NUM-TX AJ-PROD-TX AJ-CANT-TX
                     AJ-MOTIVO-TX AJ-FECHA-TX AJ-OPER-TX
           END-UNSTRING
           IF AJ-TIPO NOT = "A" OR AJ-FECHA-TX NOT = WS-FECHA-HOY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(AJ-CANT-TX) TO WS-AJU-CANT
           MOVE FUNCTION TRIM(AJ-PROD-TX) TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           *> Un ajuste negativo es merma (perdida); uno positivo
           *> resta de la merma del dia.
           COMPUTE WS-ASI-COSTO-AJU = PRD-COSTO * WS-AJU-CANT
           SUBTRACT WS-ASI-COSTO-AJU FROM WS-ASI-MERMA
           .

       CARGAR-CUENTAS-CONT.
           MOVE 0 TO WS-CTA-CANT
           OPEN INPUT ARCH-CTAS
           IF FS-CTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-CTAS NOT = "00"
               READ ARCH-CTAS NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF REG-CTAS-LINE NOT = SPACES AND
                          WS-CTA-CANT < 20
                           MOVE SPACES TO K-CLAVE K-NUM K-DESC
                           UNSTRING REG-CTAS-LINE DELIMITED BY "|"
                                INTO K-CLAVE K-NUM K-DESC
                           END-UNSTRING
                           ADD 1 TO WS-CTA-CANT
                           MOVE K-CLAVE TO WS-CTA-CLAVE(WS-CTA-CANT)
                           MOVE K-NUM   TO WS-CTA-NUM(WS-CTA-CANT)
                           MOVE K-DESC  TO WS-CTA-DESC(WS-CTA-CANT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-CTAS
           IF WS-CTA-CANT > 0
               PERFORM COMPLETAR-CATALOGO-CUENTAS
           END-IF
           .

       COMPLETAR-CATALOGO-CUENTAS.
           *> Un catalogo creado antes de que existieran estas
           *> claves se completa con su cuenta por defecto.
           MOVE "COMTARJETA|5301|Comision de tarjetas"
               TO WS-CTA-DEFECTO
           PERFORM AGREGAR-CUENTA-DEFECTO
           MOVE "ANTICIPOS|2201|Anticipos de clientes"
               TO WS-CTA-DEFECTO
           PERFORM AGREGAR-CUENTA-DEFECTO
           MOVE "OTROSING|4201|Otros ingresos" TO WS-CTA-DEFECTO
           PERFORM AGREGAR-CUENTA-DEFECTO
           MOVE "PUNTOS|2301|Puntos de fidelidad" TO WS-CTA-DEFECTO
           PERFORM AGREGAR-CUENTA-DEFECTO
           MOVE "FIDELIDAD|5401|Programa de fidelidad"
               TO WS-CTA-DEFECTO
           PERFORM AGREGAR-CUENTA-DEFECTO
           .

       AGREGAR-CUENTA-DEFECTO.
           MOVE SPACES TO K-CLAVE K-NUM K-DESC
           UNSTRING WS-CTA-DEFECTO DELIMITED BY "|"
                INTO K-CLAVE K-NUM K-DESC
           END-UNSTRING
           PERFORM VARYING WS-CTA-IX FROM 1 BY 1
                   UNTIL WS-CTA-IX > WS-CTA-CANT
                      OR WS-CTA-CLAVE(WS-CTA-IX) = K-CLAVE
               CONTINUE
           END-PERFORM
           IF WS-CTA-IX <= WS-CTA-CANT
               EXIT PARAGRAPH
           END-IF
           IF WS-CTA-CANT >= 20
               DISPLAY "AVISO: CUENTAS_CONT.DAT esta lleno; falta la "
                       "clave " FUNCTION TRIM(K-CLAVE) "."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARCH-CTAS
           IF FS-CTAS NOT = "00"
               DISPLAY "ERROR al escribir en CUENTAS_CONT.DAT. FS="
                       FS-CTAS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTA-DEFECTO TO REG-CTAS-LINE
           WRITE REG-CTAS-LINE
           IF FS-CTAS NOT = "00"
               DISPLAY "ERROR al escribir en CUENTAS_CONT.DAT. FS="
                       FS-CTAS
               CLOSE ARCH-CTAS
               EXIT PARAGRAPH
           END-IF
           CLOSE ARCH-CTAS
           ADD 1 TO WS-CTA-CANT
           MOVE K-CLAVE TO WS-CTA-CLAVE(WS-CTA-CANT)
           MOVE K-NUM   TO WS-CTA-NUM(WS-CTA-CANT)
           MOVE K-DESC  TO WS-CTA-DESC(WS-CTA-CANT)
           DISPLAY "Se agrego la cuenta " FUNCTION TRIM(K-NUM) " ("
                   FUNCTION TRIM(K-CLAVE) ") a CUENTAS_CONT.DAT."
           .

       CREAR-CATALOGO-CUENTAS.
           OPEN OUTPUT ARCH-CTAS
           IF FS-CTAS NOT = "00"
               DISPLAY "ERROR al crear CUENTAS_CONT.DAT. FS="
                       FS-CTAS
               EXIT PARAGRAPH
           END-IF
           MOVE "CAJA|1101|Caja general" TO REG-CTAS-LINE
           WRITE REG-CTAS-LINE
           MOVE "CXC|1103|Cuentas por cobrar" TO REG-CTAS-LINE
           WRITE REG-CTAS-LINE
           MOVE "INVENTARIO|1104|Inventario de mercaderia"
               TO REG-CTAS-LINE
           WRITE REG-CTAS-LINE
           MOVE "CXP|2101|Cuentas por pagar" TO REG-CTAS-LINE
           WRITE REG-CTAS-LINE
           MOVE "IVA|2401|IVA por pagar" TO REG-CTAS-LINE
           WRITE REG-CTAS-LINE
           MOVE "VENTAS|4101|Ventas de mercaderia" TO REG-CTAS-LINE
           WRITE REG-CTAS-LINE
           MOVE "COSTO|5101|Costo de ventas" TO REG-CTAS-LINE
           WRITE REG-CTAS-LINE
           MOVE "MERMA|5201|Merma de inventario" TO REG-CTAS-LINE
           WRITE REG-CTAS-LINE
           MOVE "COMTARJETA|5301|Comision de tarjetas"
               TO REG-CTAS-LINE
           WRITE REG-CTAS-LINE
           MOVE "ANTICIPOS|2201|Anticipos de clientes"
               TO REG-CTAS-LINE
           WRITE REG-CTAS-LINE
           MOVE "OTROSING|4201|Otros ingresos" TO REG-CTAS-LINE
           WRITE REG-CTAS-LINE
           MOVE "PUNTOS|2301|Puntos de fidelidad" TO REG-CTAS-LINE
           WRITE REG-CTAS-LINE
           MOVE "FIDELIDAD|5401|Programa de fidelidad"
               TO REG-CTAS-LINE
           WRITE REG-CTAS-LINE
           CLOSE ARCH-CTAS
           DISPLAY "Se creo CUENTAS_CONT.DAT con el catalogo por "
                   "defecto; el contador puede ajustar los numeros "
                   "de cuenta editando ese archivo."
           .

       GRABAR-LINEA-ASIENTO.
           *> Escribe la linea del asiento para la cuenta
           *> WS-ASI-CTA-CLAVE con WS-ASI-DEBE / WS-ASI-HABER y la
           *> muestra en pantalla.
           PERFORM BUSCAR-CUENTA-CONT
           MOVE SPACES TO REG-RESP-LINE
           MOVE WS-ASI-DEBE  TO WS-ASI-MONTO-ED
           MOVE WS-ASI-MONTO-ED TO Q-MONTO1-TX
           MOVE WS-ASI-HABER TO WS-ASI-MONTO-ED
           MOVE WS-ASI-MONTO-ED TO Q-MONTO2-TX
           STRING WS-FECHA-HOY                  DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(
                      WS-CTA-NUM(WS-CTA-IX))    DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(
                      WS-CTA-DESC(WS-CTA-IX))   DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO1-TX)    DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO2-TX)    DELIMITED BY SIZE
               INTO REG-RESP-LINE
           END-STRING
           WRITE REG-RESP-LINE
           IF FS-RESP NOT = "00"
               DISPLAY "ERROR al escribir el asiento. FS=" FS-RESP
           END-IF
           ADD WS-ASI-DEBE  TO WS-ASI-TOT-DEBE
           ADD WS-ASI-HABER TO WS-ASI-TOT-HABER
           ADD 1 TO WS-ASI-LINEAS
           MOVE WS-ASI-DEBE  TO WS-ASI-MONTO-ED
           MOVE WS-ASI-HABER TO WS-CAJA-MONTO-ED
           DISPLAY WS-CTA-NUM(WS-CTA-IX) "|"
                   WS-CTA-DESC(WS-CTA-IX) "|" WS-ASI-MONTO-ED
                   "|" WS-CAJA-MONTO-ED
           .

       BUSCAR-CUENTA-CONT.
           PERFORM VARYING WS-CTA-IX FROM 1 BY 1
                   UNTIL WS-CTA-IX > WS-CTA-CANT
                      OR WS-CTA-CLAVE(WS-CTA-IX) = WS-ASI-CTA-CLAVE
               CONTINUE
           END-PERFORM
           IF WS-CTA-IX > WS-CTA-CANT
               *> Clave sin cuenta en el catalogo: se exporta con la
               *> clave cruda para que el contador la detecte.
               MOVE WS-CTA-CANT TO WS-CTA-IX
               ADD 1 TO WS-CTA-IX
               IF WS-CTA-IX > 20
                   MOVE 20 TO WS-CTA-IX
               END-IF
               MOVE WS-ASI-CTA-CLAVE TO WS-CTA-NUM(WS-CTA-IX)
               MOVE WS-ASI-CTA-CLAVE TO WS-CTA-DESC(WS-CTA-IX)
           END-IF
           .

       CONCILIAR-PRODUCTO-DIA.
           PERFORM CALCULAR-MOVIMIENTO-DIA
           PERFORM NORMALIZAR-STOCK-UBIC
           ADD 1 TO WS-DIA-PRODUCTOS
           MOVE PRD-CODIGO TO WS-DIA-COD-ACTUAL

           MOVE PRD-CODIGO TO DIA-CODIGO
           READ ARCH-DIARIO KEY IS DIA-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-DIA-EXISTE
                   DISPLAY PRD-CODIGO "             (sin cierre previo)"
               NOT INVALID KEY
                   MOVE "S" TO WS-DIA-EXISTE
                   *> Si este producto ya se concilio hoy, la
                   *> apertura del dia queda congelada desde esa
                   *> primera corrida; de lo contrario la apertura de
                   *> hoy es el ultimo stock que quedo registrado.
                   IF DIA-FECHA = WS-FECHA-HOY
                       MOVE DIA-STOCK-APERTURA TO WS-DIA-APERTURA
                       MOVE DIA-SALA-APERT     TO WS-DIA-APER-SALA
                       MOVE DIA-BODEGA-APERT   TO WS-DIA-APER-BOD
                   ELSE
                       MOVE DIA-STOCK  TO WS-DIA-APERTURA
                       MOVE DIA-SALA   TO WS-DIA-APER-SALA
                       MOVE DIA-BODEGA TO WS-DIA-APER-BOD
                   END-IF
                   *> Cierres grabados antes del control por
                   *> ubicacion no traen sala/bodega repartidas.
                   IF WS-DIA-APER-SALA + WS-DIA-APER-BOD
                      NOT = WS-DIA-APERTURA
                       MOVE WS-DIA-APERTURA TO WS-DIA-APER-SALA
                       MOVE 0               TO WS-DIA-APER-BOD
                   END-IF
                   COMPUTE WS-DIA-ESPERADO = WS-DIA-APERTURA
                           - WS-DIA-VENDIDO + WS-DIA-DEVUELTO
                           + WS-DIA-RECIBIDO + WS-DIA-AJUSTADO
                           - WS-DIA-DEV-PROV
                   MOVE PRD-STOCK      TO WS-DIA-STOCK-ED
                   MOVE WS-DIA-ESPERADO TO WS-DIA-ESPERADO-ED
                   IF WS-DIA-ESPERADO = PRD-STOCK
                       DISPLAY PRD-CODIGO " |" WS-DIA-STOCK-ED
                               "        |" WS-DIA-ESPERADO-ED
                               "         |OK"
                   ELSE
                       ADD 1 TO WS-DIA-DISCREPANCIAS
                       DISPLAY PRD-CODIGO " |" WS-DIA-STOCK-ED
                               "        |" WS-DIA-ESPERADO-ED
                               "         |DISCREPANCIA"
                   END-IF
                   IF WS-DIA-POR-UBIC = "S"
                       PERFORM CONCILIAR-UBICACIONES-DIA
                   END-IF
           END-READ

           IF WS-DIA-EXISTE = "N"
               MOVE PRD-STOCK        TO WS-DIA-APERTURA
               MOVE PRD-STOCK-SALA   TO WS-DIA-APER-SALA
               MOVE PRD-STOCK-BODEGA TO WS-DIA-APER-BOD
           END-IF

           MOVE WS-DIA-COD-ACTUAL  TO DIA-CODIGO
           MOVE PRD-STOCK          TO DIA-STOCK
           MOVE WS-DIA-APERTURA    TO DIA-STOCK-APERTURA
           MOVE WS-FECHA-HOY       TO DIA-FECHA
           MOVE PRD-STOCK-SALA     TO DIA-SALA
           MOVE PRD-STOCK-BODEGA   TO DIA-BODEGA
           MOVE WS-DIA-APER-SALA   TO DIA-SALA-APERT
           MOVE WS-DIA-APER-BOD    TO DIA-BODEGA-APERT
           IF WS-DIA-EXISTE = "S"
               REWRITE REG-DIARIO
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo actualizar el "
                               "cierre diario de " WS-DIA-COD-ACTUAL
               END-REWRITE
           ELSE
               WRITE REG-DIARIO
                   INVALID KEY
                       DISPLAY "ERROR: no se pudo grabar el cierre "
                               "diario de " WS-DIA-COD-ACTUAL
               END-WRITE
           END-IF
           .

       CONCILIAR-UBICACIONES-DIA.
           *> Desglose sala/bodega del producto ya conciliado: las
           *> ventas y devoluciones mueven la sala, las recepciones
           *> y devoluciones a proveedor la bodega, los ajustes su
           *> ubicacion y los traslados pasan de una a otra.
           COMPUTE WS-DIA-ESP-SALA = WS-DIA-APER-SALA
               - WS-DIA-VENDIDO + WS-DIA-DEVUELTO
               + WS-DIA-AJU-SALA + WS-DIA-TRAS-SALA
           COMPUTE WS-DIA-ESP-BOD = WS-DIA-APER-BOD
               + WS-DIA-RECIBIDO + WS-DIA-AJU-BOD
               - WS-DIA-TRAS-SALA - WS-DIA-DEV-PROV
           MOVE PRD-STOCK-SALA  TO WS-DIA-STOCK-ED
           MOVE WS-DIA-ESP-SALA TO WS-DIA-ESPERADO-ED
           IF WS-DIA-ESP-SALA = PRD-STOCK-SALA
               DISPLAY "      sala   |" WS-DIA-STOCK-ED
                       "        |" WS-DIA-ESPERADO-ED
                       "         |OK"
           ELSE
               DISPLAY "      sala   |" WS-DIA-STOCK-ED
                       "        |" WS-DIA-ESPERADO-ED
                       "         |DISCREPANCIA"
           END-IF
           MOVE PRD-STOCK-BODEGA TO WS-DIA-STOCK-ED
           MOVE WS-DIA-ESP-BOD   TO WS-DIA-ESPERADO-ED
           IF WS-DIA-ESP-BOD = PRD-STOCK-BODEGA
               DISPLAY "      bodega |" WS-DIA-STOCK-ED
                       "        |" WS-DIA-ESPERADO-ED
                       "         |OK"
           ELSE
               DISPLAY "      bodega |" WS-DIA-STOCK-ED
                       "        |" WS-DIA-ESPERADO-ED
                       "         |DISCREPANCIA"
           END-IF
           .

       CALCULAR-MOVIMIENTO-DIA.
           *> Los movimientos del dia salen del kardex indexado por
           *> producto y fecha, en una sola lectura de las entradas
           *> del dia en vez de barrer ventas.txt, RECEPCIONES.DAT
           *> y AJUSTES.DAT completos por cada producto. La cantidad
           *> viene asentada con el signo con que afecto el stock,
           *> asi que aqui se reparte por tipo con su valor absoluto
           *> donde corresponde.
           MOVE 0 TO WS-DIA-VENDIDO WS-DIA-DEVUELTO WS-DIA-RECIBIDO
           MOVE 0 TO WS-DIA-AJUSTADO WS-DIA-DEV-PROV
           MOVE 0 TO WS-DIA-AJU-SALA WS-DIA-AJU-BOD WS-DIA-TRAS-SALA

           MOVE PRD-CODIGO   TO MOV-CODIGO
           MOVE WS-FECHA-HOY TO MOV-FECHA
           MOVE 0            TO MOV-SEQ
           START ARCH-MOV KEY NOT LESS THAN MOV-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL FS-MOV NOT = "00"
               READ ARCH-MOV NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF MOV-CODIGO NOT = PRD-CODIGO OR
                          MOV-FECHA NOT = WS-FECHA-HOY
                           EXIT PERFORM
                       END-IF
                       EVALUATE MOV-TIPO
                       WHEN "V"
                           SUBTRACT MOV-CANT FROM WS-DIA-VENDIDO
                       WHEN "R"
                           ADD MOV-CANT TO WS-DIA-DEVUELTO
                       WHEN "E"
                           ADD MOV-CANT TO WS-DIA-RECIBIDO
                       WHEN "D"
                           SUBTRACT MOV-CANT FROM WS-DIA-DEV-PROV
                       WHEN "A"
                           ADD MOV-CANT TO WS-DIA-AJUSTADO
                           *> Los ajustes viejos sin ubicacion se
                           *> asumen de sala, como el resto del
                           *> inventario de entonces.
                           IF MOV-UBIC = "B"
                               ADD MOV-CANT TO WS-DIA-AJU-BOD
                           ELSE
                               ADD MOV-CANT TO WS-DIA-AJU-SALA
                           END-IF
                       WHEN "T"
                           *> Cantidad con signo hacia la sala; no
                           *> afecta el consolidado del dia.
                           ADD MOV-CANT TO WS-DIA-TRAS-SALA
                       END-EVALUATE
               END-READ
           END-PERFORM
           .

       CIERRE-ANUAL.
           DISPLAY "----- Cierre anual de ventas -----".
           DISPLAY "Las facturas con fecha anterior al corte se".
           DISPLAY "archivaran en VENTAS_HIST.TXT.".

           DISPLAY "Fecha de corte (AAAAMMDD): "
           ACCEPT IN-FECHA-CIERRE
           MOVE FUNCTION TRIM(IN-FECHA-CIERRE) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-TRIM TO IN-FECHA-CIERRE

           PERFORM EJECUTAR-CIERRE-ANUAL
           .

       EJECUTAR-CIERRE-ANUAL.
           *> Cuerpo del cierre anual; IN-FECHA-CIERRE ya viene
           *> validada (desde el menu o desde el modo batch).
           PERFORM LEER-CHECKPOINT-CIERRE
           IF WS-CKPT-FACTURA = WS-CKPT-MARCA-SWAP
               DISPLAY "Reanudando un cierre interrumpido durante el "
                       "reemplazo de ventas.txt; terminando el "
                       "reemplazo antes de continuar."
               *> ARCH-VEN ya esta abierto (EXTEND) desde MAIN-START;
               *> REEMPLAZAR-VENTAS-VIGENTE necesita abrirlo el mismo
               *> OUTPUT para truncarlo, asi que hay que cerrarlo
               *> primero igual que antes de la llamada normal.
               CLOSE ARCH-VEN
               PERFORM REEMPLAZAR-VENTAS-VIGENTE
               MOVE SPACES TO WS-CKPT-FACTURA
               PERFORM GRABAR-CHECKPOINT-CIERRE
               DISPLAY "Reemplazo de ventas.txt completado. Vuelva "
                       "a ejecutar el cierre anual para esta fecha "
                       "de corte si aun hace falta."
               EXIT PARAGRAPH
           END-IF
           IF WS-CKPT-FACTURA NOT = SPACES
               DISPLAY "Reanudando un cierre interrumpido; ya se "
                       "archivo hasta la factura "
                       FUNCTION TRIM(WS-CKPT-FACTURA) "."
           END-IF

           MOVE 0      TO WS-CIERRE-ARCHIVADOS WS-CIERRE-VIGENTES
           MOVE SPACES TO WS-CIERRE-FACT-ACTUAL
           MOVE SPACES TO WS-CIERRE-DESTINO

           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           OPEN OUTPUT ARCH-VEN-NUEVO

           PERFORM UNTIL 1 = 2
               READ ARCH-VEN NEXT RECORD
                   AT END
                       PERFORM FINALIZAR-FACTURA-CIERRE
                       EXIT PERFORM
                   NOT AT END
                       IF REG-VENTA-LINE(1:1) = "H"
                           PERFORM FINALIZAR-FACTURA-CIERRE
                           UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                                INTO V-TIPO V-NUMFACT V-FECHA
                           END-UNSTRING
                           MOVE FUNCTION TRIM(V-FECHA) TO V-FECHA
                           MOVE V-NUMFACT TO WS-CIERRE-FACT-ACTUAL
                           IF V-FECHA < IN-FECHA-CIERRE
                               IF WS-CKPT-FACTURA NOT = SPACES AND
                                  V-NUMFACT <= WS-CKPT-FACTURA
                                   MOVE "X" TO WS-CIERRE-DESTINO
                               ELSE
                                   MOVE "H" TO WS-CIERRE-DESTINO
                                   ADD 1 TO WS-CIERRE-ARCHIVADOS
                               END-IF
                           ELSE
                               MOVE "V" TO WS-CIERRE-DESTINO
                               ADD 1 TO WS-CIERRE-VIGENTES
                           END-IF
                           IF WS-CIERRE-DESTINO NOT = "V"
                               PERFORM MARCAR-FACTURA-HISTORICO
                           END-IF
                       END-IF
                       MOVE WS-CIERRE-DESTINO TO WS-CIERRE-DESTINO-LINEA
                       IF REG-VENTA-LINE(1:1) = "R" OR
                          REG-VENTA-LINE(1:1) = "J"
                           PERFORM DECIDIR-DESTINO-RETORNO-CIERRE
                       END-IF
                       PERFORM ESCRIBIR-LINEA-CIERRE
               END-READ
           END-PERFORM

           CLOSE ARCH-VEN
           CLOSE ARCH-VEN-NUEVO

           *> VENTAS_HIST.TXT y VENTAS_VIGENTE.TXT ya quedaron
           *> completos y cerrados; de aqui en mas el checkpoint
           *> protege el reemplazo de ventas.txt, no el archivado.
           MOVE WS-CKPT-MARCA-SWAP TO WS-CKPT-FACTURA
           PERFORM GRABAR-CHECKPOINT-CIERRE

           PERFORM REEMPLAZAR-VENTAS-VIGENTE

           *> El cierre terminó completo: ya no hace falta checkpoint
           MOVE SPACES TO WS-CKPT-FACTURA
           PERFORM GRABAR-CHECKPOINT-CIERRE

           MOVE WS-CIERRE-ARCHIVADOS TO WS-CIERRE-ARCHIVADOS-ED
           MOVE WS-CIERRE-VIGENTES   TO WS-CIERRE-VIGENTES-ED
           DISPLAY "Facturas archivadas en el historico: "
                   FUNCTION TRIM(WS-CIERRE-ARCHIVADOS-ED)
           DISPLAY "Facturas que quedan vigentes en ventas.txt: "
                   FUNCTION TRIM(WS-CIERRE-VIGENTES-ED)

           PERFORM VENCER-PUNTOS
           .

       ESCRIBIR-LINEA-CIERRE.
           EVALUATE WS-CIERRE-DESTINO-LINEA
               WHEN "H"
                   MOVE REG-VENTA-LINE TO REG-HIST-LINE
                   WRITE REG-HIST-LINE
                   IF FS-HIST NOT = "00"
                       DISPLAY "ERROR al escribir en VENTAS_HIST.TXT. "
                               "FS=" FS-HIST
                   END-IF
               WHEN "V"
                   MOVE REG-VENTA-LINE TO REG-VEN-NUEVO-LINE
                   WRITE REG-VEN-NUEVO-LINE
                   IF FS-VEN-NUEVO NOT = "00"
                       DISPLAY "ERROR al escribir en "
                               "VENTAS_VIGENTE.TXT. FS=" FS-VEN-NUEVO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       DECIDIR-DESTINO-RETORNO-CIERRE.
           *> Una devolucion se agrega al final de ventas.txt en el
           *> momento en que se registra, sin relacion con la
           *> posicion de la factura a la que pertenece, asi que su
           *> destino en el cierre se decide por su propia fecha y
           *> no por la factura que haya quedado "actual" en el
           *> barrido cuando se llega a esta linea. Si el bloque
           *> actual ya quedo marcado "X" (ya escrito en una corrida
           *> anterior interrumpida) la devolucion tambien ya se
           *> escribio entonces y se omite igual que el resto del
           *> bloque.
           IF WS-CIERRE-DESTINO-LINEA NOT = "X"
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX V-FECHA
               END-UNSTRING
               MOVE FUNCTION TRIM(V-FECHA) TO V-FECHA
               IF V-FECHA < IN-FECHA-CIERRE
                   MOVE "H" TO WS-CIERRE-DESTINO-LINEA
               ELSE
                   MOVE "V" TO WS-CIERRE-DESTINO-LINEA
               END-IF
           END-IF
           .

       FINALIZAR-FACTURA-CIERRE.
           IF WS-CIERRE-FACT-ACTUAL NOT = SPACES
              AND WS-CIERRE-DESTINO = "H"
               MOVE WS-CIERRE-FACT-ACTUAL TO WS-CKPT-FACTURA
               PERFORM GRABAR-CHECKPOINT-CIERRE
           END-IF
           .

       REEMPLAZAR-VENTAS-VIGENTE.
           *> Reemplazar ventas.txt con solo las facturas vigentes.
           *> VENTAS_VIGENTE.TXT (ARCH-VEN-NUEVO) ya esta completo y
           *> cerrado antes de llamar a este parrafo, asi que si el
           *> reemplazo se interrumpe aqui puede repetirse desde cero
           *> sin perder nada: el checkpoint de "ENCURSO" hace que
           *> CIERRE-ANUAL vuelva a ejecutar este mismo parrafo antes
           *> de aceptar una nueva fecha de corte.
           OPEN INPUT ARCH-VEN-NUEVO
           OPEN OUTPUT ARCH-VEN
           PERFORM UNTIL FS-VEN-NUEVO NOT = "00"
               READ ARCH-VEN-NUEVO NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE REG-VEN-NUEVO-LINE TO REG-VENTA-LINE
                       WRITE REG-VENTA-LINE
                       IF FS-VEN NOT = "00"
                           DISPLAY "ERROR al escribir en ventas.txt. "
                                   "FS=" FS-VEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-VEN-NUEVO
           CLOSE ARCH-VEN
           OPEN EXTEND ARCH-VEN
           .

       LEER-CHECKPOINT-CIERRE.
           MOVE SPACES TO WS-CKPT-FACTURA
           OPEN INPUT ARCH-CKPT
           IF FS-CKPT = "00"
               READ ARCH-CKPT NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-CKPT-LINE TO WS-CKPT-FACTURA
               END-READ
               CLOSE ARCH-CKPT
           END-IF
           .

       GRABAR-CHECKPOINT-CIERRE.
           OPEN OUTPUT ARCH-CKPT
           MOVE WS-CKPT-FACTURA TO REG-CKPT-LINE
           WRITE REG-CKPT-LINE
           IF FS-CKPT NOT = "00"
               DISPLAY "ERROR al escribir en CIERRE_CKPT.DAT. FS="
                       FS-CKPT
           END-IF
           CLOSE ARCH-CKPT
           .

       LEER-ULTIMA-FACTURA.
           MOVE 0 TO WS-NUM-FACTURA
           OPEN INPUT ARCH-FACTSEQ
           IF FS-FACTSEQ = "00"
               READ ARCH-FACTSEQ NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-FACTSEQ-LINE TO WS-NUM-FACTURA
               END-READ
               CLOSE ARCH-FACTSEQ
           END-IF
           .

       GRABAR-ULTIMA-FACTURA.
           OPEN OUTPUT ARCH-FACTSEQ
           MOVE WS-NUM-FACTURA TO REG-FACTSEQ-LINE
           WRITE REG-FACTSEQ-LINE
           IF FS-FACTSEQ NOT = "00"
               DISPLAY "ERROR al escribir en FACTURA_SEQ.DAT. FS="
                       FS-FACTSEQ
           END-IF
           CLOSE ARCH-FACTSEQ
           .

       LEER-ULTIMA-COTIZACION.
           MOVE 0 TO WS-NUM-COT
           OPEN INPUT ARCH-COTSEQ
           IF FS-COTSEQ = "00"
               READ ARCH-COTSEQ NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REG-COTSEQ-LINE TO WS-NUM-COT
               END-READ
               CLOSE ARCH-COTSEQ
           END-IF
           .

       GRABAR-ULTIMA-COTIZACION.
           OPEN OUTPUT ARCH-COTSEQ
           MOVE WS-NUM-COT TO REG-COTSEQ-LINE
           WRITE REG-COTSEQ-LINE
           IF FS-COTSEQ NOT = "00"
               DISPLAY "ERROR al escribir en COTIZACION_SEQ.DAT. FS="
                       FS-COTSEQ
           END-IF
           CLOSE ARCH-COTSEQ
           .

       REGISTRAR-COTIZACION.
           DISPLAY "----- Registrar cotizacion -----".

           DISPLAY "Fecha de la cotizacion (AAAAMMDD): "
           ACCEPT IN-FECHA-VEN
           MOVE FUNCTION TRIM(IN-FECHA-VEN) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-TRIM TO WS-COT-FECHA

           DISPLAY "Valida hasta (AAAAMMDD): "
           ACCEPT IN-COT-VIGENCIA
           MOVE FUNCTION TRIM(IN-COT-VIGENCIA) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-FECHA-TRIM < WS-COT-FECHA
               DISPLAY "ERROR: La vigencia no puede ser anterior a "
                       "la fecha de la cotizacion."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-TRIM TO WS-COT-VENCE

           DISPLAY "Codigo de cliente (blanco = sin cliente): "
           ACCEPT IN-CLIENTE-VEN
           MOVE SPACES TO WS-COT-CLIENTE
           IF FUNCTION TRIM(IN-CLIENTE-VEN) NOT = SPACES
               MOVE FUNCTION TRIM(IN-CLIENTE-VEN) TO CLI-CODIGO
               READ ARCH-CLI KEY IS CLI-CODIGO
                   INVALID KEY
                       DISPLAY "ERROR: Ese cliente no esta "
                               "registrado; use la opcion 17 para "
                               "registrarlo."
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       MOVE CLI-CODIGO TO WS-COT-CLIENTE
                       DISPLAY "Cliente: "
                               FUNCTION TRIM(CLI-NOMBRE)
               END-READ
           END-IF

           PERFORM LEER-ULTIMA-COTIZACION
           ADD 1 TO WS-NUM-COT
           MOVE WS-NUM-COT TO WS-COT-TX
           MOVE "N" TO WS-COT-HEADER
           MOVE 0   TO WS-COT-LINEAS
           MOVE 0   TO WS-COT-TOTAL
           MOVE "S" TO WS-SIGUE-COT
           PERFORM REGISTRAR-COT-ITEM
               UNTIL WS-SIGUE-COT NOT = "S"

           IF WS-COT-LINEAS = 0
               DISPLAY "Cotizacion sin productos; no se registro."
           ELSE
               PERFORM GENERAR-DOCUMENTO-COTIZACION
               DISPLAY "Cotizacion No. " FUNCTION TRIM(WS-COT-TX)
                       " registrada con " WS-COT-LINEAS
                       " producto(s); valida hasta " WS-COT-VENCE
                       "."
           END-IF
           .

       REGISTRAR-COT-ITEM.
           DISPLAY "Codigo de producto a cotizar (blanco termina): "
           ACCEPT IN-CODIGO-VEN
           IF FUNCTION TRIM(IN-CODIGO-VEN) = SPACES
               MOVE "N" TO WS-SIGUE-COT
               EXIT PARAGRAPH
           END-IF
           IF WS-COT-LINEAS >= 100
               DISPLAY "ERROR: una cotizacion admite a lo sumo 100 "
                       "lineas; cierre esta y abra otra."
               MOVE "N" TO WS-SIGUE-COT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(IN-CODIGO-VEN) TO WS-COD-ENTRADA
           PERFORM RESOLVER-CODIGO-PRODUCTO
           IF WS-COD-RESUELTO NOT = "S"
               DISPLAY "ERROR: Ese codigo de producto no existe."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Cantidad cotizada en "
                   FUNCTION TRIM(PRD-UNIDAD) " (> 0): "
           ACCEPT IN-CANTIDAD-TX
           IF FUNCTION TEST-NUMVAL-F(IN-CANTIDAD-TX) NOT = 0
               DISPLAY "ERROR: Cantidad invalida."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-CANTIDAD-TX) TO WS-CANT-SIGN
           IF WS-CANT-SIGN <= 0
               DISPLAY "ERROR: La cantidad debe ser mayor que cero."
               EXIT PARAGRAPH
           END-IF
           IF (PRD-UNIDAD = "UND" OR PRD-UNIDAD = SPACES) AND
              FUNCTION INTEGER(WS-CANT-SIGN) NOT = WS-CANT-SIGN
               DISPLAY "ERROR: Ese producto se maneja por unidades "
                       "enteras."
               EXIT PARAGRAPH
           END-IF

           *> Primer producto confirmado: recien aqui se graba el
           *> encabezado y se persiste el consecutivo, igual que con
           *> las facturas.
           IF WS-COT-HEADER NOT = "S"
               PERFORM GRABAR-ULTIMA-COTIZACION
               MOVE SPACES TO REG-COT-LINE
               STRING "H"            DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      WS-COT-TX      DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      WS-COT-FECHA   DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      WS-COT-VENCE   DELIMITED BY SIZE
                      "|"            DELIMITED BY SIZE
                      WS-COT-CLIENTE DELIMITED BY SIZE
                   INTO REG-COT-LINE
               END-STRING
               WRITE REG-COT-LINE
               IF FS-COT NOT = "00"
                   DISPLAY "ERROR al escribir en COTIZACIONES.TXT. "
                           "FS=" FS-COT
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WS-COT-HEADER
           END-IF

           *> El precio vigente a la fecha de la cotizacion (con
           *> precios programados y promociones) queda congelado en
           *> la linea, como en la linea D de la factura.
           MOVE WS-COT-FECHA TO WS-PRECIO-FECHA
           PERFORM RESOLVER-PRECIO-VIGENTE
           MOVE WS-PRECIO-VIG TO WS-PRECIO-ED
           MOVE SPACES TO REG-COT-LINE
           STRING "D"                           DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-COT-TX                     DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  PRD-CODIGO                    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(IN-CANTIDAD-TX) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRECIO-ED)   DELIMITED BY SIZE
               INTO REG-COT-LINE
           END-STRING
           WRITE REG-COT-LINE
           IF FS-COT NOT = "00"
               DISPLAY "ERROR al escribir en COTIZACIONES.TXT. FS="
                       FS-COT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-COT-LINEAS
           MOVE PRD-CODIGO    TO WS-COT-COD(WS-COT-LINEAS)
           MOVE WS-CANT-SIGN  TO WS-COT-CANT(WS-COT-LINEAS)
           MOVE WS-PRECIO-VIG TO WS-COT-PRECIO(WS-COT-LINEAS)
           COMPUTE WS-COT-TOTAL = WS-COT-TOTAL
               + WS-PRECIO-VIG * WS-CANT-SIGN
           DISPLAY "  Cotizado: " PRD-CODIGO "|"
                   FUNCTION TRIM(IN-CANTIDAD-TX)
           .

       GENERAR-DOCUMENTO-COTIZACION.
           *> Documento de texto de la cotizacion en WS-COT-TX con
           *> las lineas ya cargadas en WS-COT-TAB, con el mismo
           *> estilo del documento de factura.
           MOVE SPACES TO WS-FACTDOC-NOMBRE
           STRING "COTIZACION_"  DELIMITED BY SIZE
                  WS-COT-TX      DELIMITED BY SIZE
                  ".TXT"         DELIMITED BY SIZE
               INTO WS-FACTDOC-NOMBRE
           END-STRING
           OPEN OUTPUT ARCH-FACTDOC
           IF FS-FACTDOC NOT = "00"
               DISPLAY "ERROR: no se pudo crear "
                       FUNCTION TRIM(WS-FACTDOC-NOMBRE)
                       ". FS=" FS-FACTDOC
               EXIT PARAGRAPH
           END-IF

           MOVE ALL "=" TO REG-FACTDOC-LINE
           WRITE REG-FACTDOC-LINE
           MOVE " SISTEMA DE GESTION DE INVENTARIO Y VENTAS"
               TO REG-FACTDOC-LINE
           WRITE REG-FACTDOC-LINE
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING " COTIZACION No. " DELIMITED BY SIZE
                  WS-COT-TX          DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING " FECHA: "   DELIMITED BY SIZE
                  WS-COT-FECHA DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING " VALIDA HASTA: " DELIMITED BY SIZE
                  WS-COT-VENCE      DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE
           MOVE SPACES TO REG-FACTDOC-LINE
           IF WS-COT-CLIENTE = SPACES
               MOVE " CLIENTE: MOSTRADOR" TO REG-FACTDOC-LINE
           ELSE
               STRING " CLIENTE: "    DELIMITED BY SIZE
                      WS-COT-CLIENTE  DELIMITED BY SIZE
                   INTO REG-FACTDOC-LINE
               END-STRING
           END-IF
           WRITE REG-FACTDOC-LINE
           MOVE ALL "-" TO REG-FACTDOC-LINE
           WRITE REG-FACTDOC-LINE
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING " COD   DESCRIPCION                    CANT"
                      DELIMITED BY SIZE
                  "    PRECIO      IMPORTE"
                      DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE

           PERFORM VARYING WS-COT-IX FROM 1 BY 1
                   UNTIL WS-COT-IX > WS-COT-LINEAS
               MOVE WS-COT-COD(WS-COT-IX) TO PRD-CODIGO
               READ ARCH-PROD KEY IS PRD-CODIGO
                   INVALID KEY
                       MOVE "(PRODUCTO ELIMINADO)" TO PRD-NOMBRE
               END-READ
               COMPUTE WS-FDOC-IMPORTE =
                   WS-COT-CANT(WS-COT-IX)
                   * WS-COT-PRECIO(WS-COT-IX)
               MOVE WS-COT-CANT(WS-COT-IX)   TO WS-FDOC-CANT-ED
               MOVE WS-COT-PRECIO(WS-COT-IX) TO WS-FDOC-PRECIO-ED
               MOVE WS-FDOC-IMPORTE          TO WS-FDOC-IMPORTE-ED
               MOVE SPACES TO REG-FACTDOC-LINE
               STRING " "                       DELIMITED BY SIZE
                      WS-COT-COD(WS-COT-IX)     DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      PRD-NOMBRE                DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      WS-FDOC-CANT-ED           DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      WS-FDOC-PRECIO-ED         DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      WS-FDOC-IMPORTE-ED        DELIMITED BY SIZE
                   INTO REG-FACTDOC-LINE
               END-STRING
               WRITE REG-FACTDOC-LINE
           END-PERFORM

           MOVE ALL "-" TO REG-FACTDOC-LINE
           WRITE REG-FACTDOC-LINE
           COMPUTE WS-FDOC-SUBTOTAL ROUNDED = WS-COT-TOTAL
               * 100 / (100 + WS-IVA-TASA)
           COMPUTE WS-FDOC-IVA = WS-COT-TOTAL - WS-FDOC-SUBTOTAL
           MOVE WS-FDOC-SUBTOTAL TO WS-FDOC-IMPORTE-ED
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING " SUBTOTAL SIN IVA: " DELIMITED BY SIZE
                  WS-FDOC-IMPORTE-ED    DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE
           MOVE WS-FDOC-IVA TO WS-FDOC-IMPORTE-ED
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING " IVA 13% INCLUIDO: " DELIMITED BY SIZE
                  WS-FDOC-IMPORTE-ED    DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE
           MOVE WS-COT-TOTAL TO WS-FDOC-IMPORTE-ED
           MOVE SPACES TO REG-FACTDOC-LINE
           STRING " TOTAL:            " DELIMITED BY SIZE
                  WS-FDOC-IMPORTE-ED    DELIMITED BY SIZE
               INTO REG-FACTDOC-LINE
           END-STRING
           WRITE REG-FACTDOC-LINE
           MOVE " PRECIOS GARANTIZADOS HASTA LA FECHA DE VALIDEZ"
               TO REG-FACTDOC-LINE
           WRITE REG-FACTDOC-LINE
           MOVE " ESTA COTIZACION NO RESERVA MERCADERIA"
               TO REG-FACTDOC-LINE
           WRITE REG-FACTDOC-LINE
           MOVE ALL "=" TO REG-FACTDOC-LINE
           WRITE REG-FACTDOC-LINE
           CLOSE ARCH-FACTDOC

           DISPLAY "Documento de cotizacion generado: "
                   FUNCTION TRIM(WS-FACTDOC-NOMBRE)
           .

       CARGAR-COTIZACION.
           *> Busca la cotizacion WS-COT-TX en COTIZACIONES.TXT y
           *> deja encabezado, lineas y estado de conversion en los
           *> campos WS-COT-*.
           MOVE "N" TO WS-COT-ENCONTRADA WS-COT-CONVERTIDA
           MOVE 0   TO WS-COT-LINEAS WS-COT-TOTAL
           MOVE SPACES TO WS-COT-FECHA WS-COT-VENCE WS-COT-CLIENTE

           CLOSE ARCH-COT
           OPEN INPUT ARCH-COT
           PERFORM UNTIL FS-COT NOT = "00"
               READ ARCH-COT NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM PROCESAR-LINEA-COT
               END-READ
           END-PERFORM
           CLOSE ARCH-COT
           OPEN EXTEND ARCH-COT
           .

       PROCESAR-LINEA-COT.
           MOVE SPACES TO CT-CAMPO3 CT-CAMPO4 CT-CAMPO5
           UNSTRING REG-COT-LINE DELIMITED BY "|"
                INTO CT-TIPO CT-NUM CT-CAMPO3 CT-CAMPO4 CT-CAMPO5
           END-UNSTRING
           IF CT-NUM NOT = WS-COT-TX
               EXIT PARAGRAPH
           END-IF
           EVALUATE CT-TIPO
           WHEN "H"
               MOVE "S" TO WS-COT-ENCONTRADA
               MOVE CT-CAMPO3(1:8) TO WS-COT-FECHA
               MOVE CT-CAMPO4(1:8) TO WS-COT-VENCE
               MOVE CT-CAMPO5(1:5) TO WS-COT-CLIENTE
           WHEN "D"
               IF WS-COT-LINEAS < 100
                   ADD 1 TO WS-COT-LINEAS
                   MOVE CT-CAMPO3(1:5)
                       TO WS-COT-COD(WS-COT-LINEAS)
                   MOVE FUNCTION NUMVAL(CT-CAMPO4)
                       TO WS-COT-CANT(WS-COT-LINEAS)
                   MOVE FUNCTION NUMVAL(CT-CAMPO5)
                       TO WS-COT-PRECIO(WS-COT-LINEAS)
                   COMPUTE WS-COT-TOTAL = WS-COT-TOTAL
                       + WS-COT-CANT(WS-COT-LINEAS)
                       * WS-COT-PRECIO(WS-COT-LINEAS)
               ELSE
                   DISPLAY "AVISO: la cotizacion tiene mas de 100 "
                           "lineas; se omiten las sobrantes."
               END-IF
           WHEN "C"
               MOVE "S" TO WS-COT-CONVERTIDA
           END-EVALUATE
           .

       CONVERTIR-COTIZACION.
           DISPLAY "----- Convertir cotizacion en venta -----".

           IF WS-CAJA-ABIERTA NOT = "S"
               DISPLAY "ERROR: No hay una caja abierta; use la "
                       "opcion de abrir caja antes de vender."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Numero de cotizacion: "
           ACCEPT IN-COT-NUM
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(IN-COT-NUM)) NOT = 0
               DISPLAY "ERROR: Numero de cotizacion invalido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-COT-NUM) TO WS-COT-NUM-BUSCA
           MOVE WS-COT-NUM-BUSCA TO WS-COT-TX

           PERFORM CARGAR-COTIZACION
           IF WS-COT-ENCONTRADA NOT = "S"
               DISPLAY "ERROR: No existe esa cotizacion."
               EXIT PARAGRAPH
           END-IF
           IF WS-COT-CONVERTIDA = "S"
               DISPLAY "ERROR: Esa cotizacion ya fue convertida en "
                       "factura."
               EXIT PARAGRAPH
           END-IF
           IF WS-COT-LINEAS = 0
               DISPLAY "ERROR: La cotizacion no tiene lineas."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           IF WS-COT-VENCE < WS-FECHA-HOY
               DISPLAY "ERROR: La cotizacion vencio el "
                       WS-COT-VENCE "; no puede convertirse."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Fecha de la venta (AAAAMMDD): "
           ACCEPT IN-FECHA-VEN
           MOVE FUNCTION TRIM(IN-FECHA-VEN) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA-MOVIMIENTO
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-COT-CLIENTE TO WS-CLIENTE-TICKET
           IF WS-CLIENTE-TICKET NOT = SPACES
               MOVE WS-CLIENTE-TICKET TO CLI-CODIGO
               READ ARCH-CLI KEY IS CLI-CODIGO
                   INVALID KEY
                       DISPLAY "AVISO: el cliente de la cotizacion "
                               "ya no existe; la venta queda de "
                               "mostrador."
                       MOVE SPACES TO WS-CLIENTE-TICKET
               END-READ
           END-IF

           MOVE "C" TO WS-CONDICION-TICKET
           DISPLAY "Condicion (C=contado, F=fiado): "
           ACCEPT IN-CONDICION-VEN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-CONDICION-VEN))
               TO IN-CONDICION-VEN
           EVALUATE IN-CONDICION-VEN
           WHEN "F"
               IF WS-CLIENTE-TICKET = SPACES
                   DISPLAY "ERROR: Una venta fiada requiere un "
                           "cliente registrado."
                   EXIT PARAGRAPH
               END-IF
               IF CLI-LIMITE-CRED = 0
                   DISPLAY "ERROR: El cliente no tiene credito "
                           "autorizado (limite 0)."
                   EXIT PARAGRAPH
               END-IF
               PERFORM CALCULAR-SALDO-CLIENTE
               IF WS-CXC-SALDO-CLI >= CLI-LIMITE-CRED
                   DISPLAY "ERROR: El cliente ya alcanzo su limite "
                           "de credito."
                   EXIT PARAGRAPH
               END-IF
               MOVE "F" TO WS-CONDICION-TICKET
           WHEN "C"
           WHEN SPACES
               MOVE "C" TO WS-CONDICION-TICKET
           WHEN OTHER
               DISPLAY "ERROR: Condicion invalida (C o F)."
               EXIT PARAGRAPH
           END-EVALUATE

           *> Antes de tocar nada se revisa el stock de sala de
           *> todas las lineas: la conversion es todo o nada.
           MOVE "S" TO WS-COT-STOCK-OK
           PERFORM VARYING WS-COT-IX FROM 1 BY 1
                   UNTIL WS-COT-IX > WS-COT-LINEAS
               MOVE WS-COT-COD(WS-COT-IX) TO PRD-CODIGO
               READ ARCH-PROD KEY IS PRD-CODIGO
                   INVALID KEY
                       DISPLAY "ERROR: el producto "
                               FUNCTION TRIM(
                                   WS-COT-COD(WS-COT-IX))
                               " de la cotizacion ya no existe."
                       MOVE "N" TO WS-COT-STOCK-OK
                   NOT INVALID KEY
                       PERFORM NORMALIZAR-STOCK-UBIC
                       PERFORM CALCULAR-SALA-LIBRE
                       IF WS-COT-CANT(WS-COT-IX) > WS-APA-DISPONIBLE
                           MOVE WS-COT-CANT(WS-COT-IX)
                               TO V-CANT-ED
                           MOVE WS-APA-DISPONIBLE
                               TO WS-STOCK-SALA-ED
                           DISPLAY "ERROR: sin stock en sala para "
                                   FUNCTION TRIM(PRD-CODIGO)
                                   " (pedido "
                                   FUNCTION TRIM(V-CANT-ED)
                                   ", en sala "
                                   FUNCTION TRIM(WS-STOCK-SALA-ED)
                                   ")."
                           MOVE "N" TO WS-COT-STOCK-OK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COT-STOCK-OK NOT = "S"
               DISPLAY "Conversion cancelada; la cotizacion queda "
                       "abierta."
               EXIT PARAGRAPH
           END-IF

           PERFORM CONTAR-FACTURAS
           ADD 1 TO WS-NUM-FACTURA
           MOVE WS-NUM-FACTURA TO WS-FACTURA-TX
           PERFORM GRABAR-ULTIMA-FACTURA

           MOVE SPACES TO REG-VENTA-LINE
           STRING "H"                 DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  WS-FACTURA-TX       DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  WS-FECHA-TRIM       DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  WS-CLIENTE-TICKET   DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  WS-CONDICION-TICKET DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPER-ACTUAL) DELIMITED BY SIZE
               INTO REG-VENTA-LINE
           END-STRING
           WRITE REG-VENTA-LINE
           IF FS-VEN NOT = "00"
               DISPLAY "ERROR al escribir en ventas.txt. FS=" FS-VEN
               EXIT PARAGRAPH
           END-IF
           PERFORM INDEXAR-LINEA-VENTA

           MOVE 0 TO WS-TICKET-TOTAL WS-ITEMS-FACTURA
           PERFORM VARYING WS-COT-IX FROM 1 BY 1
                   UNTIL WS-COT-IX > WS-COT-LINEAS
               PERFORM CONVERTIR-LINEA-COT
           END-PERFORM

           IF WS-CONDICION-TICKET = "C"
               PERFORM COBRAR-TICKET
           ELSE
               MOVE WS-TICKET-TOTAL TO WS-CAJA-MONTO-ED
               DISPLAY "Ticket fiado por "
                       FUNCTION TRIM(WS-CAJA-MONTO-ED)
                       "; queda en la cuenta del cliente."
           END-IF
           MOVE WS-FACTURA-TX TO WS-FDOC-FACTURA
           PERFORM GENERAR-DOCUMENTO-FACTURA
           PERFORM GENERAR-FE-FACTURA

           *> Dejar constancia de la conversion en la cotizacion
           MOVE SPACES TO REG-COT-LINE
           STRING "C"           DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-COT-TX     DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-FACTURA-TX DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  WS-FECHA-TRIM DELIMITED BY SIZE
               INTO REG-COT-LINE
           END-STRING
           WRITE REG-COT-LINE
           IF FS-COT NOT = "00"
               DISPLAY "ERROR al escribir en COTIZACIONES.TXT. FS="
                       FS-COT
           END-IF

           DISPLAY "Cotizacion " FUNCTION TRIM(WS-COT-TX)
                   " convertida en la factura No. "
                   FUNCTION TRIM(WS-FACTURA-TX) " con "
                   WS-ITEMS-FACTURA " producto(s)."
           .

       CONVERTIR-LINEA-COT.
           *> Pasa la linea WS-COT-IX de la cotizacion a la factura
           *> WS-FACTURA-TX respetando el precio cotizado aunque el
           *> maestro haya cambiado.
           MOVE WS-COT-COD(WS-COT-IX) TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   DISPLAY "ERROR: producto "
                           FUNCTION TRIM(WS-COT-COD(WS-COT-IX))
                           " desaparecio durante la conversion; "
                           "linea omitida."
                   EXIT PARAGRAPH
           END-READ
           PERFORM NORMALIZAR-STOCK-UBIC
           MOVE WS-COT-CANT(WS-COT-IX) TO WS-CANT-SIGN

           MOVE WS-COT-PRECIO(WS-COT-IX) TO WS-PRECIO-ED
           MOVE WS-CANT-SIGN TO V-CANT-ED
           MOVE SPACES TO REG-VENTA-LINE
           STRING "D"                         DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  WS-FACTURA-TX               DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  PRD-CODIGO                  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(V-CANT-ED)    DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRECIO-ED) DELIMITED BY SIZE
               INTO REG-VENTA-LINE
           END-STRING
           WRITE REG-VENTA-LINE
           IF FS-VEN NOT = "00"
               DISPLAY "ERROR al escribir en ventas.txt. FS=" FS-VEN
               EXIT PARAGRAPH
           END-IF
           PERFORM INDEXAR-LINEA-VENTA

           SUBTRACT WS-CANT-SIGN FROM PRD-STOCK
           SUBTRACT WS-CANT-SIGN FROM PRD-STOCK-SALA
           REWRITE REG-PROD
               INVALID KEY
                   DISPLAY "ERROR: linea guardada pero no se pudo "
                           "actualizar stock."
                   ADD WS-CANT-SIGN TO PRD-STOCK
                   ADD WS-CANT-SIGN TO PRD-STOCK-SALA
                   EXIT PARAGRAPH
           END-REWRITE

           COMPUTE WS-TICKET-TOTAL = WS-TICKET-TOTAL
               + WS-COT-PRECIO(WS-COT-IX) * WS-CANT-SIGN

           MOVE "S" TO WS-MOV-UBIC
           MOVE "V" TO WS-MOV-TIPO
           COMPUTE WS-MOV-CANT = 0 - WS-CANT-SIGN
           MOVE WS-FACTURA-TX TO WS-MOV-REF
           MOVE WS-FECHA-TRIM TO WS-MOV-FECHA
           PERFORM GRABAR-MOVIMIENTO

           MOVE WS-CANT-SIGN TO WS-LOT-DESCARGA
           PERFORM DESCARGAR-LOTES-FEFO

           MOVE PRD-CODIGO    TO WS-RES-COD
           MOVE WS-FECHA-TRIM TO WS-RES-FECHA
           MOVE WS-CANT-SIGN  TO WS-RES-UND
           MOVE 0             TO WS-RES-DEV WS-RES-DEVM
           COMPUTE WS-RES-ING = WS-COT-PRECIO(WS-COT-IX)
               * WS-CANT-SIGN
           COMPUTE WS-RES-CGS = PRD-COSTO * WS-CANT-SIGN
           PERFORM ACTUALIZAR-RESUMEN-VENTA

           ADD 1 TO WS-ITEMS-FACTURA
           .

       REPORTE-COTIZACIONES.
           DISPLAY " ".
           DISPLAY "----- Reporte de cotizaciones -----"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           MOVE 0 TO WS-RCOT-CANT
           CLOSE ARCH-COT
           OPEN INPUT ARCH-COT
           PERFORM UNTIL FS-COT NOT = "00"
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-LINEA-RCOT
               END-READ
           END-PERFORM
           CLOSE ARCH-COT
           OPEN EXTEND ARCH-COT

           IF WS-RCOT-CANT = 0
               DISPLAY "No hay cotizaciones registradas."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NUM    |FECHA   |VALIDA  |CLIENTE|MONTO       |"
                   "ESTADO"
           DISPLAY "-----------------------------------------------"
                   "------"
           MOVE 0 TO WS-RCOT-ABIERTAS WS-RCOT-VENCIDAS
                     WS-RCOT-CONVERT WS-RCOT-MONTO-AB
                     WS-RCOT-MONTO-VE
           PERFORM VARYING WS-RCOT-IX FROM 1 BY 1
                   UNTIL WS-RCOT-IX > WS-RCOT-CANT
               MOVE WS-RCOT-MONTO(WS-RCOT-IX) TO WS-RCOT-MONTO-ED
               EVALUATE TRUE
               WHEN WS-RCOT-CONV(WS-RCOT-IX) = "S"
                   ADD 1 TO WS-RCOT-CONVERT
                   DISPLAY WS-RCOT-NUM(WS-RCOT-IX) "|"
                           WS-RCOT-FECHA(WS-RCOT-IX) "|"
                           WS-RCOT-VENCE(WS-RCOT-IX) "|"
                           WS-RCOT-CLI(WS-RCOT-IX) "  |"
                           WS-RCOT-MONTO-ED "|CONVERTIDA"
               WHEN WS-RCOT-VENCE(WS-RCOT-IX) < WS-FECHA-HOY
                   ADD 1 TO WS-RCOT-VENCIDAS
                   ADD WS-RCOT-MONTO(WS-RCOT-IX)
                       TO WS-RCOT-MONTO-VE
                   DISPLAY WS-RCOT-NUM(WS-RCOT-IX) "|"
                           WS-RCOT-FECHA(WS-RCOT-IX) "|"
                           WS-RCOT-VENCE(WS-RCOT-IX) "|"
                           WS-RCOT-CLI(WS-RCOT-IX) "  |"
                           WS-RCOT-MONTO-ED "|VENCIDA"
               WHEN OTHER
                   ADD 1 TO WS-RCOT-ABIERTAS
                   ADD WS-RCOT-MONTO(WS-RCOT-IX)
                       TO WS-RCOT-MONTO-AB
                   DISPLAY WS-RCOT-NUM(WS-RCOT-IX) "|"
                           WS-RCOT-FECHA(WS-RCOT-IX) "|"
                           WS-RCOT-VENCE(WS-RCOT-IX) "|"
                           WS-RCOT-CLI(WS-RCOT-IX) "  |"
                           WS-RCOT-MONTO-ED "|ABIERTA"
               END-EVALUATE
           END-PERFORM
           DISPLAY "-----------------------------------------------"
                   "------"
           DISPLAY "Convertidas: " WS-RCOT-CONVERT
           MOVE WS-RCOT-MONTO-AB TO WS-RCOT-MONTO-ED
           DISPLAY "Abiertas:    " WS-RCOT-ABIERTAS " por "
                   FUNCTION TRIM(WS-RCOT-MONTO-ED)
           MOVE WS-RCOT-MONTO-VE TO WS-RCOT-MONTO-ED
           DISPLAY "Vencidas sin cerrar: " WS-RCOT-VENCIDAS " por "
                   FUNCTION TRIM(WS-RCOT-MONTO-ED)
                   " (venta que se dejo de cerrar)"
           .

       ACUMULAR-LINEA-RCOT.
           MOVE SPACES TO CT-CAMPO3 CT-CAMPO4 CT-CAMPO5
           UNSTRING REG-COT-LINE DELIMITED BY "|"
                INTO CT-TIPO CT-NUM CT-CAMPO3 CT-CAMPO4 CT-CAMPO5
           END-UNSTRING
           EVALUATE CT-TIPO
           WHEN "H"
               IF WS-RCOT-CANT >= 200
                   DISPLAY "AVISO: demasiadas cotizaciones; se "
                           "omiten las siguientes."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RCOT-CANT
               MOVE CT-NUM         TO WS-RCOT-NUM(WS-RCOT-CANT)
               MOVE CT-CAMPO3(1:8) TO WS-RCOT-FECHA(WS-RCOT-CANT)
               MOVE CT-CAMPO4(1:8) TO WS-RCOT-VENCE(WS-RCOT-CANT)
               MOVE CT-CAMPO5(1:5) TO WS-RCOT-CLI(WS-RCOT-CANT)
               MOVE 0              TO WS-RCOT-MONTO(WS-RCOT-CANT)
               MOVE "N"            TO WS-RCOT-CONV(WS-RCOT-CANT)
           WHEN "D"
               PERFORM VARYING WS-RCOT-IX FROM 1 BY 1
                       UNTIL WS-RCOT-IX > WS-RCOT-CANT
                          OR WS-RCOT-NUM(WS-RCOT-IX) = CT-NUM
                   CONTINUE
               END-PERFORM
               IF WS-RCOT-IX <= WS-RCOT-CANT
                   COMPUTE WS-RCOT-MONTO(WS-RCOT-IX) =
                       WS-RCOT-MONTO(WS-RCOT-IX)
                       + FUNCTION NUMVAL(CT-CAMPO4)
                       * FUNCTION NUMVAL(CT-CAMPO5)
               END-IF
           WHEN "C"
               PERFORM VARYING WS-RCOT-IX FROM 1 BY 1
                       UNTIL WS-RCOT-IX > WS-RCOT-CANT
                          OR WS-RCOT-NUM(WS-RCOT-IX) = CT-NUM
                   CONTINUE
               END-PERFORM
               IF WS-RCOT-IX <= WS-RCOT-CANT
                   MOVE "S" TO WS-RCOT-CONV(WS-RCOT-IX)
               END-IF
           END-EVALUATE
           .

       REGISTRAR-CATEGORIA.
           DISPLAY "----- Registrar categoria de producto -----".
           DISPLAY "Ingrese el codigo de la categoria "
           ACCEPT  IN-CAT-CODIGO
        MOVE FUNCTION TRIM(IN-CAT-CODIGO) TO CAT-CODIGO
             IF LENGTH OF CAT-CODIGO NOT = 5
              DISPLAY "Codigo invalido debe tener 5 caracteres"
               EXIT PARAGRAPH
            ELSE
            READ ARCH-CAT KEY IS CAT-CODIGO
            INVALID KEY CONTINUE
            NOT INVALID KEY
                DISPLAY "Ya existe una categoria con ese codigo"
                 EXIT PARAGRAPH
           END-READ
               END-IF

             DISPLAY "Ingrese la descripcion de la categoria "
             ACCEPT  IN-CAT-DESCRIPCION
             MOVE FUNCTION TRIM(IN-CAT-DESCRIPCION)(1:15)
                 TO CAT-DESCRIPCION
           IF CAT-DESCRIPCION = SPACES
             DISPLAY "Descripcion invalida no puede estar vacia"
             EXIT PARAGRAPH
             END-IF

           DISPLAY "Comision de venta de la categoria en % "
                   "(blanco = 0): "
           ACCEPT IN-COM-PCT-TX
           PERFORM VALIDAR-PCT-COMISION
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF

        WRITE REG-CAT
            INVALID KEY DISPLAY "Clave duplicada; no se puede registrar"
            NOT INVALID KEY DISPLAY "Categoria registrada."
        END-WRITE.

       LISTAR-CATEGORIAS.
           DISPLAY "----- Categorias registradas -----".
           DISPLAY "COD  |DESCRIPCION    |COMISION %".

           MOVE SPACES TO CAT-CODIGO
           START ARCH-CAT KEY NOT LESS THAN CAT-CODIGO
               INVALID KEY
                   DISPLAY "No hay categorias registradas."
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL FS-CAT NOT = "00"
               READ ARCH-CAT NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CAT-COMISION NOT NUMERIC
                           MOVE 0 TO CAT-COMISION
                       END-IF
                       MOVE CAT-COMISION TO WS-COM-PCT-ED
                       DISPLAY CAT-CODIGO " |" CAT-DESCRIPCION "|"
                               WS-COM-PCT-ED
               END-READ
           END-PERFORM
           .

       VALIDAR-PCT-COMISION.
           *> Porcentaje de comision en IN-COM-PCT-TX (blanco = 0);
           *> si es valido queda en CAT-COMISION y WS-VALIDO en "S".
           MOVE "N" TO WS-VALIDO
           IF FUNCTION TRIM(IN-COM-PCT-TX) = SPACES
               MOVE 0 TO CAT-COMISION
               MOVE "S" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(IN-COM-PCT-TX))
              NOT = 0
               DISPLAY "ERROR: Porcentaje invalido."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(IN-COM-PCT-TX) < 0 OR
              FUNCTION NUMVAL(IN-COM-PCT-TX) > 99.99
               DISPLAY "ERROR: La comision debe estar entre 0 y "
                       "99.99 %."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-COM-PCT-TX) TO CAT-COMISION
           MOVE "S" TO WS-VALIDO
           .

       CAMBIAR-COMISION-CATEGORIA.
           DISPLAY "----- Comision de venta por categoria -----".
           DISPLAY "Codigo de la categoria: "
           ACCEPT IN-CAT-CODIGO
           MOVE FUNCTION TRIM(IN-CAT-CODIGO) TO CAT-CODIGO
           READ ARCH-CAT KEY IS CAT-CODIGO
               INVALID KEY
                   DISPLAY "ERROR: Esa categoria no esta registrada."
                   EXIT PARAGRAPH
           END-READ
           IF CAT-COMISION NOT NUMERIC
               MOVE 0 TO CAT-COMISION
           END-IF
           MOVE CAT-COMISION TO WS-COM-PCT-ED
           DISPLAY FUNCTION TRIM(CAT-DESCRIPCION)
                   ": comision actual " FUNCTION TRIM(WS-COM-PCT-ED)
                   " %"
           DISPLAY "Nueva comision en % (blanco = 0): "
           ACCEPT IN-COM-PCT-TX
           PERFORM VALIDAR-PCT-COMISION
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           REWRITE REG-CAT
               INVALID KEY
                   DISPLAY "ERROR al actualizar CATEGORIAS.DAT. FS="
                           FS-CAT
               NOT INVALID KEY
                   DISPLAY "Comision actualizada."
           END-REWRITE
           .

       MANTEN-PERIODOS.
           DISPLAY "----- Cierre y reapertura de periodos -----".
           MOVE "X" TO IN-PER-OPCION
           PERFORM UNTIL IN-PER-OPCION = SPACES
               DISPLAY "C=cerrar un mes, R=reabrir un mes, "
                       "L=listar, blanco=salir: "
               ACCEPT IN-PER-OPCION
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(IN-PER-OPCION))
                   TO IN-PER-OPCION
               EVALUATE IN-PER-OPCION
               WHEN "C"
                   DISPLAY "Periodo a cerrar (AAAAMM): "
                   ACCEPT IN-PER-PERIODO
                   PERFORM VALIDAR-PERIODO
                   IF WS-VALIDO = "S"
                       MOVE WS-OPER-ACTUAL TO WS-PER-OPER
                       PERFORM CERRAR-PERIODO
                   END-IF
               WHEN "R"
                   PERFORM REABRIR-PERIODO
               WHEN "L"
                   PERFORM LISTAR-PERIODOS
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
               END-EVALUATE
           END-PERFORM
           .

       VALIDAR-PERIODO.
           MOVE "S" TO WS-VALIDO
           MOVE FUNCTION TRIM(IN-PER-PERIODO) TO IN-PER-PERIODO
           IF FUNCTION LENGTH(FUNCTION TRIM(IN-PER-PERIODO)) NOT = 6
              OR FUNCTION TEST-NUMVAL(IN-PER-PERIODO) NOT = 0
               DISPLAY "ERROR: Periodo invalido (6 digitos AAAAMM)."
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PER-MES = FUNCTION NUMVAL(IN-PER-PERIODO(5:2))
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "ERROR: Mes fuera de rango (01-12)."
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF
           MOVE IN-PER-PERIODO(1:6) TO WS-PER-PERIODO
           .

       CERRAR-PERIODO.
           *> Cierra WS-PER-PERIODO a nombre de WS-PER-OPER (el
           *> supervisor, o BATCH); WS-VALIDO en "N" si no se pudo.
           *> Solo se cierran meses ya terminados.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PER-ACTUAL
           IF WS-PER-PERIODO NOT < WS-PER-ACTUAL
               DISPLAY "ERROR: Solo se cierran meses ya terminados."
               MOVE "N" TO WS-VALIDO
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-PER-PERIODO TO PER-PERIODO
           READ ARCH-PER KEY IS PER-PERIODO
               INVALID KEY
                   MOVE "C"               TO PER-ESTADO
                   MOVE WS-TIMESTAMP(1:14) TO PER-FECHA-HORA
                   MOVE WS-PER-OPER       TO PER-OPER
                   MOVE SPACES            TO PER-MOTIVO
                   WRITE REG-PER
                       INVALID KEY
                           DISPLAY "ERROR al escribir en "
                                   "PERIODOS.DAT. FS=" FS-PER
                           MOVE "N" TO WS-VALIDO
                           EXIT PARAGRAPH
                   END-WRITE
               NOT INVALID KEY
                   IF PER-ESTADO = "C"
                       DISPLAY "AVISO: El periodo " PER-PERIODO
                               " ya estaba cerrado."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "C"               TO PER-ESTADO
                   MOVE WS-TIMESTAMP(1:14) TO PER-FECHA-HORA
                   MOVE WS-PER-OPER       TO PER-OPER
                   MOVE SPACES            TO PER-MOTIVO
                   REWRITE REG-PER
                       INVALID KEY
                           DISPLAY "ERROR al actualizar "
                                   "PERIODOS.DAT. FS=" FS-PER
                           MOVE "N" TO WS-VALIDO
                           EXIT PARAGRAPH
                   END-REWRITE
           END-READ

           MOVE "PERIODO"      TO WS-EVT-CLASE
           MOVE WS-PER-PERIODO TO WS-EVT-REF
           MOVE "CERRADO"      TO WS-EVT-ACCION
           MOVE SPACES         TO WS-EVT-DETALLE
           MOVE WS-PER-OPER    TO WS-EVT-OPER
           PERFORM REGISTRAR-EVENTO-AUDITORIA
           DISPLAY "Periodo " WS-PER-PERIODO " cerrado."
           .

       REABRIR-PERIODO.
           DISPLAY "Periodo a reabrir (AAAAMM): "
           ACCEPT IN-PER-PERIODO
           PERFORM VALIDAR-PERIODO
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PER-PERIODO TO PER-PERIODO
           READ ARCH-PER KEY IS PER-PERIODO
               INVALID KEY
                   DISPLAY "ERROR: Ese periodo no esta cerrado."
                   EXIT PARAGRAPH
           END-READ
           IF PER-ESTADO NOT = "C"
               DISPLAY "ERROR: Ese periodo no esta cerrado."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Motivo de la reapertura: "
           ACCEPT IN-PER-MOTIVO
           IF FUNCTION TRIM(IN-PER-MOTIVO) = SPACES
               DISPLAY "ERROR: La reapertura exige un motivo."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "A"                 TO PER-ESTADO
           MOVE WS-TIMESTAMP(1:14)  TO PER-FECHA-HORA
           MOVE WS-OPER-ACTUAL      TO PER-OPER
           MOVE FUNCTION TRIM(IN-PER-MOTIVO) TO PER-MOTIVO
           REWRITE REG-PER
               INVALID KEY
                   DISPLAY "ERROR al actualizar PERIODOS.DAT. FS="
                           FS-PER
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE "PERIODO"      TO WS-EVT-CLASE
           MOVE WS-PER-PERIODO TO WS-EVT-REF
           MOVE "REABIERTO"    TO WS-EVT-ACCION
           MOVE PER-MOTIVO     TO WS-EVT-DETALLE
           MOVE WS-OPER-ACTUAL TO WS-EVT-OPER
           PERFORM REGISTRAR-EVENTO-AUDITORIA
           DISPLAY "Periodo " WS-PER-PERIODO " reabierto."
           .

       LISTAR-PERIODOS.
           DISPLAY "PERIODO|EST|FECHA-HORA    |OPER |MOTIVO"
           DISPLAY "--------------------------------------------"
           MOVE 0 TO WS-PER-CERRADOS
           MOVE SPACES TO PER-PERIODO
           START ARCH-PER KEY NOT LESS THAN PER-PERIODO
               INVALID KEY
                   DISPLAY "No hay periodos cerrados."
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-PER NOT = "00"
               READ ARCH-PER NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       DISPLAY PER-PERIODO " |" PER-ESTADO "  |"
                               PER-FECHA-HORA "|" PER-OPER "|"
                               FUNCTION TRIM(PER-MOTIVO)
                       IF PER-ESTADO = "C"
                           ADD 1 TO WS-PER-CERRADOS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Periodos cerrados: " WS-PER-CERRADOS
           .

       REPORTE-VENTAS-VENDEDOR.
           DISPLAY "----- Ventas y comisiones por vendedor -----".
           DISPLAY "Fecha inicio (AAAAMMDD): "
           ACCEPT IN-FECHA-INI
           MOVE FUNCTION TRIM(IN-FECHA-INI) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-TRIM TO IN-FECHA-INI
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Fecha fin (AAAAMMDD): "
           ACCEPT IN-FECHA-FIN
           MOVE FUNCTION TRIM(IN-FECHA-FIN) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA
           MOVE WS-FECHA-TRIM TO IN-FECHA-FIN
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF

           IF IN-FECHA-INI > IN-FECHA-FIN
               DISPLAY "ERROR: Fecha inicio mayor que fecha fin."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-VOP-CANT
           MOVE SPACES TO WS-VOP-ACTUAL
           MOVE "N" TO WS-VOP-EN
           PERFORM CARGAR-COMISIONES-CATEGORIA

           *> Primero el historico, por las ventas del rango que un
           *> cierre anual ya archivo, y luego el vigente.
           CLOSE ARCH-HIST
           OPEN INPUT ARCH-HIST
           PERFORM UNTIL FS-HIST NOT = "00"
               READ ARCH-HIST NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE REG-HIST-LINE TO REG-VENTA-LINE
                       PERFORM ACUMULAR-LINEA-VENDEDOR
               END-READ
           END-PERFORM
           CLOSE ARCH-HIST
           OPEN EXTEND ARCH-HIST

           MOVE "N" TO WS-VOP-EN
           CLOSE ARCH-VEN
           OPEN INPUT ARCH-VEN
           PERFORM UNTIL FS-VEN NOT = "00"
               READ ARCH-VEN NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-LINEA-VENDEDOR
               END-READ
           END-PERFORM
           CLOSE ARCH-VEN
           OPEN EXTEND ARCH-VEN

           *> Abonos en efectivo y devoluciones de apartados que
           *> pasaron por la caja de cada operador
           CLOSE ARCH-APA
           OPEN INPUT ARCH-APA
           PERFORM UNTIL FS-APA NOT = "00"
               READ ARCH-APA NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-APARTADO-VENDEDOR
               END-READ
           END-PERFORM
           CLOSE ARCH-APA
           OPEN EXTEND ARCH-APA

           *> Efectivo que cada operador entrego en sus arqueos
           CLOSE ARCH-ARQ
           OPEN INPUT ARCH-ARQ
           PERFORM UNTIL FS-ARQ NOT = "00"
               READ ARCH-ARQ NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM ACUMULAR-ARQUEO-VENDEDOR
               END-READ
           END-PERFORM
           CLOSE ARCH-ARQ
           OPEN EXTEND ARCH-ARQ

           IF WS-VOP-CANT = 0
               DISPLAY "No hubo ventas ni arqueos en el rango."
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Ventas por vendedor del " IN-FECHA-INI
                   " al " IN-FECHA-FIN
           DISPLAY "OPER |NOMBRE                   |TICKETS|"
                   "    UNIDADES|     VENTA NETA|       COMISION"
           DISPLAY "-----------------------------------------------"
                   "-----------------------------------------------"
           MOVE 0 TO WS-VOP-TOT-TICKETS WS-VOP-TOT-NETO
                     WS-VOP-TOT-COM
           PERFORM VARYING WS-VOP-IX FROM 1 BY 1
                   UNTIL WS-VOP-IX > WS-VOP-CANT
               PERFORM NOMBRE-VENDEDOR
               COMPUTE WS-VOP-NETO = WS-VOP-BRUTO(WS-VOP-IX)
                   - WS-VOP-DEV(WS-VOP-IX)
               ADD WS-VOP-TICKETS(WS-VOP-IX) TO WS-VOP-TOT-TICKETS
               ADD WS-VOP-NETO TO WS-VOP-TOT-NETO
               ADD WS-VOP-COMISION(WS-VOP-IX) TO WS-VOP-TOT-COM
               MOVE WS-VOP-TICKETS(WS-VOP-IX) TO WS-VOP-TICKETS-ED
               MOVE WS-VOP-UND(WS-VOP-IX)     TO WS-VOP-UND-ED
               MOVE WS-VOP-NETO               TO WS-VOP-MONTO-ED
               MOVE WS-VOP-COMISION(WS-VOP-IX) TO WS-VOP-MONTO2-ED
               DISPLAY WS-VOP-OPER(WS-VOP-IX) "|" OPER-NOMBRE "|"
                       WS-VOP-TICKETS-ED "|" WS-VOP-UND-ED "|"
                       WS-VOP-MONTO-ED " |" WS-VOP-MONTO2-ED
           END-PERFORM
           DISPLAY "-----------------------------------------------"
                   "-----------------------------------------------"
           MOVE WS-VOP-TOT-TICKETS TO WS-VOP-TICKETS-ED
           MOVE WS-VOP-TOT-NETO    TO WS-VOP-MONTO-ED
           MOVE WS-VOP-TOT-COM     TO WS-VOP-MONTO2-ED
           DISPLAY "TOTAL TICKETS: " FUNCTION TRIM(WS-VOP-TICKETS-ED)
                   "  VENTA NETA: " FUNCTION TRIM(WS-VOP-MONTO-ED)
                   "  COMISIONES: " FUNCTION TRIM(WS-VOP-MONTO2-ED)

           *> Cuadre: el efectivo vendido (menos reembolsos) debe ser
           *> lo que el operador declaro en sus arqueos sobre el fondo.
           DISPLAY " "
           DISPLAY "Cuadre de efectivo contra arqueos"
           DISPLAY "OPER |EFECTIVO VENTAS|EFECTIVO ARQUEO|"
                   "     DIFERENCIA"
           MOVE 0 TO WS-VOP-DIFERENCIAS
           PERFORM VARYING WS-VOP-IX FROM 1 BY 1
                   UNTIL WS-VOP-IX > WS-VOP-CANT
               COMPUTE WS-VOP-DIF = WS-VOP-ARQ(WS-VOP-IX)
                   - WS-VOP-EFECTIVO(WS-VOP-IX)
               MOVE WS-VOP-EFECTIVO(WS-VOP-IX) TO WS-VOP-MONTO-ED
               MOVE WS-VOP-ARQ(WS-VOP-IX)      TO WS-VOP-MONTO2-ED
               MOVE WS-VOP-DIF                 TO WS-VOP-MONTO3-ED
               IF WS-VOP-DIF = 0
                   DISPLAY WS-VOP-OPER(WS-VOP-IX) "|"
                           WS-VOP-MONTO-ED " |" WS-VOP-MONTO2-ED
                           " |" WS-VOP-MONTO3-ED
               ELSE
                   ADD 1 TO WS-VOP-DIFERENCIAS
                   DISPLAY WS-VOP-OPER(WS-VOP-IX) "|"
                           WS-VOP-MONTO-ED " |" WS-VOP-MONTO2-ED
                           " |" WS-VOP-MONTO3-ED " <-- REVISAR"
               END-IF
           END-PERFORM
           IF WS-VOP-DIFERENCIAS = 0
               DISPLAY "Efectivo cuadrado con los arqueos."
           ELSE
               DISPLAY "AVISO: " WS-VOP-DIFERENCIAS
                       " operador(es) con diferencia entre ventas en "
                       "efectivo y arqueos."
           END-IF

           PERFORM EXPORTAR-COMISIONES-VENDEDOR
           .

       ACUMULAR-LINEA-VENDEDOR.
           EVALUATE REG-VENTA-LINE(1:1)
           WHEN "H"
               MOVE SPACES TO V-OPER
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-FECHA V-CLIENTE
                         V-CONDICION V-OPER
               END-UNSTRING
               MOVE FUNCTION TRIM(V-OPER) TO WS-VOP-ACTUAL
               IF WS-VOP-ACTUAL = SPACES
                   MOVE "(SIN)" TO WS-VOP-ACTUAL
               END-IF
               MOVE FUNCTION TRIM(V-FECHA) TO V-FECHA
               MOVE "N" TO WS-VOP-EN
               IF V-FECHA > IN-FECHA-FIN
                   EXIT PARAGRAPH
               END-IF
               IF V-FECHA >= IN-FECHA-INI
                   MOVE WS-VOP-ACTUAL TO WS-VOP-BUSCA
                   PERFORM UBICAR-VENDEDOR
                   IF WS-VOP-IX > 0
                       MOVE "S" TO WS-VOP-EN
                       ADD 1 TO WS-VOP-TICKETS(WS-VOP-IX)
                   END-IF
               END-IF
           WHEN "D"
               IF WS-VOP-EN = "S"
                   MOVE SPACES TO V-PRECIO-TX V-DESC-TX V-KIT-MARCA
                   UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                        INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                             V-PRECIO-TX V-DESC-TX V-KIT-MARCA
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
                   PERFORM VALORAR-LINEA-PRECIO
                   MOVE WS-VOP-ACTUAL TO WS-VOP-BUSCA
                   PERFORM UBICAR-VENDEDOR
                   ADD V-CANT TO WS-VOP-UND(WS-VOP-IX)
                   ADD WS-VALOR-LINE TO WS-VOP-BRUTO(WS-VOP-IX)
                   *> El kit comisiona por sus lineas K
                   IF V-KIT-MARCA NOT = "K"
                       MOVE WS-VALOR-LINE TO WS-VOP-MONTO
                       PERFORM SUMAR-COMISION-VENDEDOR
                   END-IF
               END-IF
           WHEN "K"
               IF WS-VOP-EN = "S"
                   UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                        INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                             V-PRECIO-TX V-KIT-COD
                   END-UNSTRING
                   MOVE WS-VOP-ACTUAL TO WS-VOP-BUSCA
                   PERFORM UBICAR-VENDEDOR
                   MOVE FUNCTION NUMVAL(V-PRECIO-TX) TO WS-VOP-MONTO
                   PERFORM SUMAR-COMISION-VENDEDOR
               END-IF
           WHEN "P"
               IF WS-VOP-EN = "S"
                   UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                        INTO V-TIPO V-NUMFACT V-COD V-CANT-TX
                   END-UNSTRING
                   IF V-COD(1:1) = "E"
                       MOVE WS-VOP-ACTUAL TO WS-VOP-BUSCA
                       PERFORM UBICAR-VENDEDOR
                       ADD FUNCTION NUMVAL(V-CANT-TX)
                           TO WS-VOP-EFECTIVO(WS-VOP-IX)
                   END-IF
               END-IF
           WHEN "R"
               MOVE SPACES TO V-PRECIO-TX V-KIT-MARCA V-OPER V-REEMB
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX V-FECHA
                         V-PRECIO-TX V-KIT-MARCA V-OPER V-REEMB
               END-UNSTRING
               MOVE FUNCTION TRIM(V-FECHA) TO V-FECHA
               IF V-FECHA < IN-FECHA-INI OR V-FECHA > IN-FECHA-FIN
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(V-CANT-TX) TO V-CANT
               PERFORM VALORAR-LINEA-PRECIO
               PERFORM VENDEDOR-DE-FACTURA
               PERFORM UBICAR-VENDEDOR
               IF WS-VOP-IX > 0
                   SUBTRACT V-CANT FROM WS-VOP-UND(WS-VOP-IX)
                   ADD WS-VALOR-LINE TO WS-VOP-DEV(WS-VOP-IX)
                   IF V-KIT-MARCA NOT = "K"
                       COMPUTE WS-VOP-MONTO = 0 - WS-VALOR-LINE
                       PERFORM SUMAR-COMISION-VENDEDOR
                   END-IF
               END-IF
               *> El reembolso en efectivo sale de la caja de quien
               *> registro la devolucion
               IF V-REEMB = "E"
                   MOVE FUNCTION TRIM(V-OPER) TO WS-VOP-BUSCA
                   IF WS-VOP-BUSCA = SPACES
                       MOVE "(SIN)" TO WS-VOP-BUSCA
                   END-IF
                   PERFORM UBICAR-VENDEDOR
                   IF WS-VOP-IX > 0
                       SUBTRACT WS-VALOR-LINE
                           FROM WS-VOP-EFECTIVO(WS-VOP-IX)
                   END-IF
               END-IF
           WHEN "J"
               *> Componente de kit devuelto; V-OPER sigue siendo el
               *> de la linea R que la precede.
               UNSTRING REG-VENTA-LINE DELIMITED BY "|"
                    INTO V-TIPO V-NUMFACT V-COD V-CANT-TX V-FECHA
                         V-PRECIO-TX V-KIT-COD
               END-UNSTRING
               MOVE FUNCTION TRIM(V-FECHA) TO V-FECHA
               IF V-FECHA < IN-FECHA-INI OR V-FECHA > IN-FECHA-FIN
                   EXIT PARAGRAPH
               END-IF
               PERFORM VENDEDOR-DE-FACTURA
               PERFORM UBICAR-VENDEDOR
               IF WS-VOP-IX > 0
                   COMPUTE WS-VOP-MONTO =
                       0 - FUNCTION NUMVAL(V-PRECIO-TX)
                   PERFORM SUMAR-COMISION-VENDEDOR
               END-IF
           END-EVALUATE
           .

       ACUMULAR-APARTADO-VENDEDOR.
           IF REG-APA-LINE(1:1) NOT = "B" AND
              REG-APA-LINE(1:1) NOT = "X"
               EXIT PARAGRAPH
           END-IF
           PERFORM PARTIR-LINEA-APARTADO
           IF AP-CAMPO3(1:8) < IN-FECHA-INI OR
              AP-CAMPO3(1:8) > IN-FECHA-FIN
               EXIT PARAGRAPH
           END-IF
           IF AP-TIPO = "B" AND AP-CAMPO4(1:1) NOT = "E"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(AP-CAMPO6) TO WS-VOP-BUSCA
           IF WS-VOP-BUSCA = SPACES
               MOVE "(SIN)" TO WS-VOP-BUSCA
           END-IF
           PERFORM UBICAR-VENDEDOR
           IF WS-VOP-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF AP-TIPO = "B"
               ADD FUNCTION NUMVAL(AP-CAMPO5)
                   TO WS-VOP-EFECTIVO(WS-VOP-IX)
           ELSE
               SUBTRACT FUNCTION NUMVAL(AP-CAMPO5)
                   FROM WS-VOP-EFECTIVO(WS-VOP-IX)
           END-IF
           .

       VENDEDOR-DE-FACTURA.
           *> Deja en WS-VOP-BUSCA el vendedor de la factura V-NUMFACT
           *> segun el indice de facturas o, si no aparece, el
           *> operador de la devolucion.
           MOVE V-NUMFACT TO FAC-NUMERO
           READ ARCH-FAC KEY IS FAC-NUMERO
               INVALID KEY
                   MOVE FUNCTION TRIM(V-OPER) TO WS-VOP-BUSCA
                   IF WS-VOP-BUSCA = SPACES
                       MOVE "(SIN)" TO WS-VOP-BUSCA
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION TRIM(FAC-OPER) TO WS-VOP-BUSCA
           IF WS-VOP-BUSCA = SPACES
               MOVE "(SIN)" TO WS-VOP-BUSCA
           END-IF
           .

       UBICAR-VENDEDOR.
           *> Posicion de WS-VOP-BUSCA en la tabla (la crea si es
           *> nuevo); queda en 0 si la tabla ya esta llena.
           PERFORM VARYING WS-VOP-IX FROM 1 BY 1
                   UNTIL WS-VOP-IX > WS-VOP-CANT
                      OR WS-VOP-OPER(WS-VOP-IX) = WS-VOP-BUSCA
               CONTINUE
           END-PERFORM
           IF WS-VOP-IX > WS-VOP-CANT
               IF WS-VOP-CANT >= 50
                   DISPLAY "AVISO: mas de 50 operadores en el rango; "
                           "se omite " FUNCTION TRIM(WS-VOP-BUSCA) "."
                   MOVE 0 TO WS-VOP-IX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VOP-CANT
               MOVE WS-VOP-CANT TO WS-VOP-IX
               INITIALIZE WS-VOP-ENT(WS-VOP-IX)
               MOVE WS-VOP-BUSCA TO WS-VOP-OPER(WS-VOP-IX)
           END-IF
           .

       SUMAR-COMISION-VENDEDOR.
           *> Comision (con signo) de WS-VOP-MONTO del producto V-COD
           *> para el vendedor en WS-VOP-IX.
           MOVE 0 TO WS-VOP-PCT
           MOVE V-COD TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM VARYING WS-CCO-IX FROM 1 BY 1
                   UNTIL WS-CCO-IX > WS-CCO-CANT
                      OR WS-CCO-DESC(WS-CCO-IX) = PRD-CATEGORIA
               CONTINUE
           END-PERFORM
           IF WS-CCO-IX <= WS-CCO-CANT
               MOVE WS-CCO-PCT(WS-CCO-IX) TO WS-VOP-PCT
           END-IF
           COMPUTE WS-VOP-COMISION(WS-VOP-IX) ROUNDED =
               WS-VOP-COMISION(WS-VOP-IX)
               + WS-VOP-MONTO * WS-VOP-PCT / 100
           .

       CARGAR-COMISIONES-CATEGORIA.
           MOVE 0 TO WS-CCO-CANT
           MOVE SPACES TO CAT-CODIGO
           START ARCH-CAT KEY NOT LESS THAN CAT-CODIGO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-CAT NOT = "00" OR WS-CCO-CANT >= 100
               READ ARCH-CAT NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CAT-COMISION NOT NUMERIC
                           MOVE 0 TO CAT-COMISION
                       END-IF
                       ADD 1 TO WS-CCO-CANT
                       MOVE CAT-DESCRIPCION
                           TO WS-CCO-DESC(WS-CCO-CANT)
                       MOVE CAT-COMISION
                           TO WS-CCO-PCT(WS-CCO-CANT)
               END-READ
           END-PERFORM
           .

       ACUMULAR-ARQUEO-VENDEDOR.
           MOVE SPACES TO Q-MONTO1-TX Q-MONTO2-TX Q-MONTO3-TX
           UNSTRING REG-ARQ-LINE DELIMITED BY "|"
                INTO Q-TIPO Q-OPER Q-FECHA Q-MONTO1-TX
                     Q-MONTO2-TX Q-MONTO3-TX
           END-UNSTRING
           IF Q-FECHA < IN-FECHA-INI OR Q-FECHA > IN-FECHA-FIN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(Q-OPER) TO WS-VOP-BUSCA
           EVALUATE Q-TIPO
           WHEN "S"
               PERFORM UBICAR-VENDEDOR
               IF WS-VOP-IX > 0
                   MOVE FUNCTION NUMVAL(Q-MONTO1-TX)
                       TO WS-VOP-FONDO(WS-VOP-IX)
               END-IF
           WHEN "C"
               *> Lo contado por el operador menos el fondo con que
               *> se abrio es el efectivo neto que declaro del turno
               PERFORM UBICAR-VENDEDOR
               IF WS-VOP-IX > 0
                   COMPUTE WS-VOP-ARQ(WS-VOP-IX) =
                       WS-VOP-ARQ(WS-VOP-IX)
                       + FUNCTION NUMVAL(Q-MONTO2-TX)
                       - WS-VOP-FONDO(WS-VOP-IX)
                   ADD 1 TO WS-VOP-SESIONES(WS-VOP-IX)
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       NOMBRE-VENDEDOR.
           MOVE WS-VOP-OPER(WS-VOP-IX) TO OPER-ID
           READ ARCH-OPER KEY IS OPER-ID
               INVALID KEY
                   MOVE SPACES TO OPER-NOMBRE
           END-READ
           .

       EXPORTAR-COMISIONES-VENDEDOR.
           *> Copia para nomina: COMISIONES_<inicio>_<fin>.CSV
           MOVE SPACES TO WS-RESP-NOMBRE
           STRING "COMISIONES_" IN-FECHA-INI "_" IN-FECHA-FIN ".CSV"
               DELIMITED BY SIZE INTO WS-RESP-NOMBRE
           END-STRING
           OPEN OUTPUT ARCH-RESP
           IF FS-RESP NOT = "00"
               DISPLAY "ERROR: no se pudo crear "
                       FUNCTION TRIM(WS-RESP-NOMBRE)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REG-RESP-LINE
           STRING "OPERADOR,NOMBRE,TICKETS,UNIDADES,VENTA_BRUTA,"
                      DELIMITED BY SIZE
                  "DEVOLUCIONES,VENTA_NETA,COMISION,"
                      DELIMITED BY SIZE
                  "EFECTIVO_VENTAS,EFECTIVO_ARQUEO,DIFERENCIA"
                      DELIMITED BY SIZE
               INTO REG-RESP-LINE
           END-STRING
           WRITE REG-RESP-LINE
           PERFORM VARYING WS-VOP-IX FROM 1 BY 1
                   UNTIL WS-VOP-IX > WS-VOP-CANT
               PERFORM EXPORTAR-LINEA-VENDEDOR
           END-PERFORM
           CLOSE ARCH-RESP
           DISPLAY "Detalle exportado a "
                   FUNCTION TRIM(WS-RESP-NOMBRE)
           .

       EXPORTAR-LINEA-VENDEDOR.
           PERFORM NOMBRE-VENDEDOR
           COMPUTE WS-VOP-NETO = WS-VOP-BRUTO(WS-VOP-IX)
               - WS-VOP-DEV(WS-VOP-IX)
           COMPUTE WS-VOP-DIF = WS-VOP-ARQ(WS-VOP-IX)
               - WS-VOP-EFECTIVO(WS-VOP-IX)
           MOVE WS-VOP-TICKETS(WS-VOP-IX) TO WS-VOP-TICKETS-ED
           MOVE WS-VOP-UND(WS-VOP-IX)     TO WS-VOP-UND-ED
           MOVE WS-VOP-BRUTO(WS-VOP-IX)   TO WS-VOP-MONTO-ED
           MOVE WS-VOP-MONTO-ED           TO Q-MONTO1-TX
           MOVE WS-VOP-DEV(WS-VOP-IX)     TO WS-VOP-MONTO-ED
           MOVE WS-VOP-MONTO-ED           TO Q-MONTO2-TX
           MOVE WS-VOP-NETO               TO WS-VOP-MONTO-ED
           MOVE WS-VOP-MONTO-ED           TO Q-MONTO3-TX
           MOVE WS-VOP-COMISION(WS-VOP-IX) TO WS-VOP-MONTO-ED
           MOVE WS-VOP-EFECTIVO(WS-VOP-IX) TO WS-VOP-MONTO2-ED
           MOVE WS-VOP-ARQ(WS-VOP-IX)     TO WS-VOP-MONTO3-ED
           MOVE WS-VOP-DIF                TO WS-VOP-MONTO4-ED
           MOVE SPACES TO REG-RESP-LINE
           STRING FUNCTION TRIM(WS-VOP-OPER(WS-VOP-IX))
                                              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(OPER-NOMBRE)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VOP-TICKETS-ED)
                                              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VOP-UND-ED) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO1-TX)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO2-TX)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(Q-MONTO3-TX)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VOP-MONTO-ED)
                                              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VOP-MONTO2-ED)
                                              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VOP-MONTO3-ED)
                                              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VOP-MONTO4-ED)
                                              DELIMITED BY SIZE
               INTO REG-RESP-LINE
           END-STRING
           WRITE REG-RESP-LINE
           .

       REGISTRAR-PROVEEDOR.
           DISPLAY "----- Registrar proveedor -----".
           DISPLAY "Ingrese el codigo del proveedor "
          DISPLAY "Fecha del abono (AAAAMMDD): "
          ACCEPT IN-ABONO-FECHA
          MOVE FUNCTION TRIM(IN-ABONO-FECHA) TO WS-FECHA-TRIM
          PERFORM VALIDAR-FECHA-MOVIMIENTO
          IF WS-VALIDO NOT = "S"
              EXIT PARAGRAPH
          END-IF
           .

       CARGAR-FACTURAS-FIADAS.
           *> Facturas fiadas del cliente en REG-CLI con su saldo
           *> (total menos lo devuelto), por la clave alterna del
           *> indice. Salen en el orden en que se grabaron, asi que
           *> la tabla queda cronologica para que los abonos se
           *> apliquen contra las facturas mas viejas.
           MOVE 0 TO WS-CXC-CANT
           MOVE CLI-CODIGO TO FAC-CLIENTE
           START ARCH-FAC KEY IS EQUAL TO FAC-CLIENTE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-FAC(1:1) NOT = "0"
               READ ARCH-FAC NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FAC-CLIENTE NOT = CLI-CODIGO
                           EXIT PERFORM
                       END-IF
                       IF FAC-CONDICION = "F"
                           PERFORM CARGAR-FACTURA-FIADA
                       END-IF
               END-READ
           END-PERFORM
           .

       CARGAR-FACTURA-FIADA.
           IF WS-CXC-CANT >= 500
               DISPLAY "AVISO: demasiadas facturas fiadas para el "
                       "cliente " FUNCTION TRIM(CLI-CODIGO)
                       "; se omiten las siguientes."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CXC-CANT
           MOVE FAC-NUMERO TO WS-CXC-FACT(WS-CXC-CANT)
           MOVE FAC-FECHA  TO WS-CXC-FECHA(WS-CXC-CANT)
           COMPUTE WS-CXC-MONTO(WS-CXC-CANT) =
               FAC-TOTAL - FAC-DEVUELTO
           .

       VALORAR-LINEA-PRECIO.
           DISPLAY "Fecha de la factura (AAAAMMDD): "
           ACCEPT IN-RECEP-FECHA
           MOVE FUNCTION TRIM(IN-RECEP-FECHA) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA-MOVIMIENTO
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
               EXIT PARAGRAPH
           END-IF

           *> Lo devuelto al proveedor antes de facturar no se le
           *> debe: la factura viene por la cantidad neta.
           PERFORM SUMAR-DEVOLUCIONES-RECEP
           IF WS-DVP-DEVUELTO >= WS-CXP-REC-CANT-NUM
               DISPLAY "ERROR: Esa recepcion fue devuelta completa "
                       "al proveedor."
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-DVP-DEVUELTO FROM WS-CXP-REC-CANT-NUM
           MOVE WS-CXP-REC-CANT-NUM TO WS-AJU-CANT-ED

           DISPLAY "  Recepcion " FUNCTION TRIM(WS-CXP-RECEP-TX7)
                   ": producto " FUNCTION TRIM(R-PROD-TX)
                   " cantidad " FUNCTION TRIM(R-CANT-TX)
           IF WS-DVP-DEVUELTO > 0
               DISPLAY "  Devuelto al proveedor; cantidad neta a "
                       "facturar: " FUNCTION TRIM(WS-AJU-CANT-ED)
           END-IF
           DISPLAY "Cantidad facturada por el proveedor: "
           ACCEPT IN-CXP-CANT-TX
           IF FUNCTION TEST-NUMVAL-F(IN-CXP-CANT-TX) NOT = 0
               DISPLAY "ERROR: La cantidad facturada ("
                       FUNCTION TRIM(IN-CXP-CANT-TX)
                       ") no coincide con la recibida ("
                       FUNCTION TRIM(WS-AJU-CANT-ED)
                       "); recepcion rechazada."
               EXIT PARAGRAPH
           END-IF
           .

       VERIFICAR-RECEPCION-FACTURADA.
           *> Deja en WS-CXP-FACT-RECEP la factura que ampara la
           *> recepcion WS-CXP-RECEP-TX7, si la hay.
           MOVE "N" TO WS-CXP-YA-FACT
           MOVE SPACES TO WS-CXP-FACT-RECEP
           CLOSE ARCH-CXP
           OPEN INPUT ARCH-CXP
           PERFORM UNTIL FS-CXP NOT = "00"
                               IF CP-REC-ENT(CP-REC-IX)
                                  = WS-CXP-RECEP-TX7
                                   MOVE "S" TO WS-CXP-YA-FACT
                                   MOVE CP-FACT TO WS-CXP-FACT-RECEP
                               END-IF
                           END-PERFORM
                       END-IF
       CALCULAR-SALDO-FACTURA-PROV.
           *> Busca la factura IN-CXP-FACTURA del proveedor en
           *> PROV-CODIGO y deja el saldo abierto (monto menos
           *> pagos y notas de credito) en WS-CXP-MONTO-SIGN.
           MOVE "N" TO WS-CXP-ENCONTRADA
           MOVE 0   TO WS-CXP-MONTO-SIGN
           CLOSE ARCH-CXP
                               SUBTRACT FUNCTION NUMVAL(CP-VENCE)
                                   FROM WS-CXP-MONTO-SIGN
                           END-IF
                           IF CP-TIPO = "N"
                               SUBTRACT FUNCTION NUMVAL(CP-MONTO-TX)
                                   FROM WS-CXP-MONTO-SIGN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Fecha del pago (AAAAMMDD): "
           ACCEPT IN-RECEP-FECHA
           MOVE FUNCTION TRIM(IN-RECEP-FECHA) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA-MOVIMIENTO
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
                           FROM WS-AGP-MONTO(WS-AGP-IX)
                   END-IF
               END-PERFORM
           WHEN "N"
               *> Una nota de credito sin factura no rebaja nada: la
               *> factura de esa recepcion llega ya por el neto.
               PERFORM VARYING WS-AGP-IX FROM 1 BY 1
                       UNTIL WS-AGP-IX > WS-AGP-CANT
                   IF WS-AGP-FACT(WS-AGP-IX) = CP-FACT AND
                      WS-AGP-PROV(WS-AGP-IX) = CP-PROV AND
                      CP-FACT NOT = SPACES
                       SUBTRACT FUNCTION NUMVAL(CP-MONTO-TX)
                           FROM WS-AGP-MONTO(WS-AGP-IX)
                   END-IF
               END-PERFORM
           END-EVALUATE
           .

               MOVE WS-ECP-SALDO TO WS-ECP-SALDO-ED
               DISPLAY "PAGO|" CP-FACT "|" CP-FECHA "|"
                       WS-ECP-MONTO-ED "|" WS-ECP-SALDO-ED
           WHEN "N"
               *> Nota de credito por devolucion; si la recepcion no
               *> estaba facturada solo se informa (la factura entra
               *> por el neto) y el saldo no cambia.
               IF CP-FACT NOT = SPACES
                   SUBTRACT FUNCTION NUMVAL(CP-MONTO-TX)
                       FROM WS-ECP-SALDO
               END-IF
               MOVE FUNCTION NUMVAL(CP-MONTO-TX) TO WS-ECP-MONTO-ED
               MOVE WS-ECP-SALDO TO WS-ECP-SALDO-ED
               DISPLAY "NC  |" CP-FACT "|" CP-FECHA "|"
                       WS-ECP-MONTO-ED "|" WS-ECP-SALDO-ED
                       " recep " CP-VENCE(1:7)
           END-EVALUATE
           .

          ACCEPT IN-RECEP-FECHA

          MOVE FUNCTION TRIM(IN-RECEP-FECHA) TO WS-FECHA-TRIM
          PERFORM VALIDAR-FECHA-MOVIMIENTO
          IF WS-VALIDO NOT = "S"
              EXIT PARAGRAPH
          END-IF
           CLOSE ARCH-RECEP
           OPEN EXTEND ARCH-RECEP.

       DEVOLVER-A-PROVEEDOR.
           DISPLAY "----- Devolucion de mercancia a proveedor -----".
           DISPLAY "Numero de recepcion que se devuelve: "
           ACCEPT IN-DVP-RECEP-TX
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(IN-DVP-RECEP-TX))
              NOT = 0
               DISPLAY "ERROR: Numero de recepcion invalido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-DVP-RECEP-TX) TO WS-CXP-RECEP-NUM
           MOVE WS-CXP-RECEP-NUM TO WS-CXP-RECEP-TX7

           PERFORM BUSCAR-RECEPCION
           IF WS-CXP-ENCONTRADA NOT = "S"
               DISPLAY "ERROR: No existe esa recepcion."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(R-PROV-TX) TO PROV-CODIGO
           READ ARCH-PROV KEY IS PROV-CODIGO
        INVALID KEY
            DISPLAY "ERROR: El proveedor de esa recepcion no existe."
            EXIT PARAGRAPH
          END-READ
           MOVE FUNCTION TRIM(R-PROD-TX) TO PRD-CODIGO
           READ ARCH-PROD KEY IS PRD-CODIGO
        INVALID KEY
            DISPLAY "ERROR: El producto de esa recepcion no existe."
            EXIT PARAGRAPH
          END-READ

           *> No se puede devolver mas de lo recibido en esa
           *> recepcion, descontando lo ya devuelto antes.
           PERFORM SUMAR-DEVOLUCIONES-RECEP
           COMPUTE WS-DVP-DISPONIBLE =
               WS-CXP-REC-CANT-NUM - WS-DVP-DEVUELTO
           IF WS-DVP-DISPONIBLE <= 0
               DISPLAY "ERROR: Esa recepcion ya fue devuelta completa."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DVP-DISPONIBLE TO WS-AJU-CANT-ED
           DISPLAY "  Recepcion " FUNCTION TRIM(WS-CXP-RECEP-TX7)
                   " del " R-FECHA-TX ": proveedor "
                   FUNCTION TRIM(PROV-NOMBRE) ", producto "
                   FUNCTION TRIM(PRD-NOMBRE)
           DISPLAY "  Recibido " FUNCTION TRIM(R-CANT-TX)
                   ", disponible para devolver "
                   FUNCTION TRIM(WS-AJU-CANT-ED)

          DISPLAY "Cantidad a devolver en "
                  FUNCTION TRIM(PRD-UNIDAD) " (> 0): "
           ACCEPT IN-DVP-CANT-TX
           IF FUNCTION TEST-NUMVAL-F(IN-DVP-CANT-TX) NOT = 0
               DISPLAY "ERROR: Cantidad invalida."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(IN-DVP-CANT-TX) TO WS-DVP-CANT
           IF WS-DVP-CANT <= 0
               DISPLAY "ERROR: La cantidad debe ser mayor que cero."
               EXIT PARAGRAPH
           END-IF
           IF (PRD-UNIDAD = "UND" OR PRD-UNIDAD = SPACES) AND
              FUNCTION INTEGER(WS-DVP-CANT) NOT = WS-DVP-CANT
               DISPLAY "ERROR: Ese producto se maneja por unidades "
                       "enteras."
               EXIT PARAGRAPH
           END-IF
           IF WS-DVP-CANT > WS-DVP-DISPONIBLE
               DISPLAY "ERROR: Excede lo disponible para devolver. "
                       "Disponible: " FUNCTION TRIM(WS-AJU-CANT-ED)
               EXIT PARAGRAPH
           END-IF

           *> La mercancia sale de la bodega, donde entro
           PERFORM NORMALIZAR-STOCK-UBIC
           IF WS-DVP-CANT > PRD-STOCK-BODEGA
               MOVE PRD-STOCK-BODEGA TO WS-STOCK-BOD-ED
               DISPLAY "ERROR: En bodega solo hay "
                       FUNCTION TRIM(WS-STOCK-BOD-ED)
                       "; traslade primero desde la sala."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Fecha de la devolucion (AAAAMMDD): "
           ACCEPT IN-RECEP-FECHA
           MOVE FUNCTION TRIM(IN-RECEP-FECHA) TO WS-FECHA-TRIM
           PERFORM VALIDAR-FECHA-MOVIMIENTO
           IF WS-VALIDO NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-FECHA-TRIM < R-FECHA-TX
               DISPLAY "ERROR: La fecha es anterior a la recepcion."
               EXIT PARAGRAPH
           END-IF

           *> Si el producto lleva lotes se devuelve del lote que
           *> indique el operador; en blanco sale en orden FEFO.
           MOVE SPACES TO IN-DVP-LOTE
           PERFORM VERIFICAR-LOTES-PRODUCTO
           IF WS-LOT-TIENE = "S"
               DISPLAY "Numero de lote devuelto (blanco = el que "
                       "vence primero): "
               ACCEPT IN-DVP-LOTE
               MOVE FUNCTION TRIM(IN-DVP-LOTE) TO IN-DVP-LOTE
               IF IN-DVP-LOTE NOT = SPACES
                   PERFORM BUSCAR-LOTE-DEVOLUCION
                   IF WS-DVP-LOTE-OK NOT = "S"
                       DISPLAY "ERROR: Ese lote no existe para el "
                               "producto."
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-DVP-CANT > LOT-CANT
                       MOVE LOT-CANT TO WS-LOT-CANT-ED
                       DISPLAY "ERROR: El lote solo tiene "
                               FUNCTION TRIM(WS-LOT-CANT-ED) "."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           *> La nota de credito va contra la factura que ampara la
           *> recepcion; si aun no se ha facturado queda sin factura.
           PERFORM VERIFICAR-RECEPCION-FACTURADA
           COMPUTE WS-DVP-MONTO ROUNDED =
               WS-DVP-CANT * WS-CXP-REC-COSTO
           MOVE WS-DVP-MONTO TO WS-DVP-MONTO-ED

           MOVE SPACES TO REG-CXP-LINE
            STRING
             "N"                              DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-CXP-FACT-RECEP) DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             PROV-CODIGO                      DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             WS-FECHA-TRIM                    DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             WS-CXP-RECEP-TX7                 DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(WS-DVP-MONTO-ED)   DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             PRD-CODIGO                       DELIMITED BY SIZE
             "|"                              DELIMITED BY SIZE
             FUNCTION TRIM(IN-DVP-CANT-TX)    DELIMITED BY SIZE
             INTO REG-CXP-LINE
          END-STRING

          WRITE REG-CXP-LINE
            IF FS-CXP NOT = "00"
          DISPLAY "ERROR al escribir en CXP.DAT. FS=" FS-CXP
          EXIT PARAGRAPH
         END-IF

         *> Solo si la nota se escribio bien, descargar el stock.
         *> Lo devuelto sale del promedio ponderado al costo de la
         *> recepcion; si no queda existencia el costo se conserva.
          MOVE PRD-COSTO TO WS-RECEP-COSTO-ANT
          IF PRD-STOCK > WS-DVP-CANT
              COMPUTE WS-DVP-VALOR-INV =
                  PRD-COSTO * PRD-STOCK - WS-DVP-MONTO
              IF WS-DVP-VALOR-INV > 0
                  COMPUTE PRD-COSTO ROUNDED = WS-DVP-VALOR-INV
                      / (PRD-STOCK - WS-DVP-CANT)
              END-IF
          END-IF
          SUBTRACT WS-DVP-CANT FROM PRD-STOCK
          SUBTRACT WS-DVP-CANT FROM PRD-STOCK-BODEGA
           REWRITE REG-PROD
        INVALID KEY
       DISPLAY "ERROR: Nota de credito guardada, no se actualizo el "
               "stock."
            ADD WS-DVP-CANT TO PRD-STOCK
            ADD WS-DVP-CANT TO PRD-STOCK-BODEGA
            MOVE WS-RECEP-COSTO-ANT TO PRD-COSTO
            EXIT PARAGRAPH
         END-REWRITE

          MOVE "B" TO WS-MOV-UBIC
          MOVE "D" TO WS-MOV-TIPO
          COMPUTE WS-MOV-CANT = 0 - WS-DVP-CANT
          MOVE WS-CXP-RECEP-TX7   TO WS-MOV-REF
          MOVE WS-FECHA-TRIM      TO WS-MOV-FECHA
          PERFORM GRABAR-MOVIMIENTO

          IF IN-DVP-LOTE NOT = SPACES
              MOVE PRD-CODIGO       TO LOT-PRODUCTO
              MOVE WS-DVP-LOT-VENCE TO LOT-VENCE
              MOVE IN-DVP-LOTE      TO LOT-NUMERO
              READ ARCH-LOT KEY IS LOT-CLAVE
                  INVALID KEY
                      DISPLAY "ERROR: no se encontro el lote "
                              FUNCTION TRIM(IN-DVP-LOTE) "."
                  NOT INVALID KEY
                      SUBTRACT WS-DVP-CANT FROM LOT-CANT
                      REWRITE REG-LOT
                          INVALID KEY
                              DISPLAY "ERROR al actualizar "
                                      "LOTES.DAT. FS=" FS-LOT
                      END-REWRITE
              END-READ
          ELSE
              MOVE WS-DVP-CANT TO WS-LOT-DESCARGA
              PERFORM DESCARGAR-LOTES-FEFO
          END-IF

          DISPLAY "Devolucion registrada contra la recepcion "
                  FUNCTION TRIM(WS-CXP-RECEP-TX7) "; nota de credito "
                  "por " FUNCTION TRIM(WS-DVP-MONTO-ED) "."
          IF WS-CXP-FACT-RECEP = SPACES
              DISPLAY "La recepcion aun no esta facturada; la "
                      "factura del proveedor debe venir por el neto."
          ELSE
              DISPLAY "Se rebaja de la factura "
                      FUNCTION TRIM(WS-CXP-FACT-RECEP) "."
          END-IF
          .

       SUMAR-DEVOLUCIONES-RECEP.
           *> Total ya devuelto al proveedor de la recepcion
           *> WS-CXP-RECEP-TX7 segun las notas de credito de CXP.DAT.
           MOVE 0 TO WS-DVP-DEVUELTO
           CLOSE ARCH-CXP
           OPEN INPUT ARCH-CXP
           PERFORM UNTIL FS-CXP NOT = "00"
               READ ARCH-CXP NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF REG-CXP-LINE(1:1) = "N"
                           MOVE SPACES TO CP-NC-PROD CP-NC-CANT-TX
                           UNSTRING REG-CXP-LINE DELIMITED BY "|"
                                INTO CP-TIPO CP-FACT CP-PROV
                                     CP-FECHA CP-VENCE CP-MONTO-TX
                                     CP-NC-PROD CP-NC-CANT-TX
                           END-UNSTRING
                           IF CP-VENCE(1:7) = WS-CXP-RECEP-TX7
                               ADD FUNCTION NUMVAL(CP-NC-CANT-TX)
                                   TO WS-DVP-DEVUELTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-CXP
           OPEN EXTEND ARCH-CXP
           .

       BUSCAR-LOTE-DEVOLUCION.
           *> Ubica el lote IN-DVP-LOTE del producto en REG-PROD; lo
           *> deja leido en REG-LOT y su vencimiento en
           *> WS-DVP-LOT-VENCE.
           MOVE "N" TO WS-DVP-LOTE-OK
           MOVE PRD-CODIGO TO LOT-PRODUCTO
           MOVE SPACES     TO LOT-VENCE LOT-NUMERO
           START ARCH-LOT KEY NOT LESS THAN LOT-CLAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL FS-LOT NOT = "00"
               READ ARCH-LOT NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LOT-PRODUCTO NOT = PRD-CODIGO
                           EXIT PERFORM
                       END-IF
                       IF LOT-NUMERO = IN-DVP-LOTE
                           MOVE "S" TO WS-DVP-LOTE-OK
                           MOVE LOT-VENCE TO WS-DVP-LOT-VENCE
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           .

       VALIDAR-FECHA.
           MOVE "S" TO WS-VALIDO
         IF FUNCTION LENGTH(WS-FECHA-TRIM) NOT = 8
          END-IF
         .

       VALIDAR-FECHA-MOVIMIENTO.
           *> Fecha de un movimiento que se va a grabar: ademas de
           *> valida, no puede caer en un periodo contable cerrado.
           PERFORM VALIDAR-FECHA
           IF WS-VALIDO = "S"
               PERFORM VERIFICAR-PERIODO-ABIERTO
           END-IF
           .

       VERIFICAR-PERIODO-ABIERTO.
           *> WS-VALIDO queda en "N" si el mes de WS-FECHA-TRIM esta
           *> cerrado en PERIODOS.DAT; si no, no se toca.
           MOVE WS-FECHA-TRIM(1:6) TO PER-PERIODO
           READ ARCH-PER KEY IS PER-PERIODO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-ESTADO = "C"
                       DISPLAY "ERROR: El periodo " PER-PERIODO
                               " esta cerrado; no se admiten "
                               "movimientos con esa fecha."
                       MOVE "N" TO WS-VALIDO
                   END-IF
           END-READ
           .

       REPORTE-STOCK-MINIMO.
           DISPLAY "   "
           DISPLAY "Ubicacion (S=sala, B=bodega, blanco="
