*> ATM claim record - a customer disputes an approved RETIRO whose
*> cash never came out of the machine. Keyed by the disputed
*> movement itself (account plus the HISTIDX date-time and sequence
*> byte), so the same withdrawal cannot be claimed twice and the
*> claim keeps its link to the archived log entry. The terminal and
*> business date of the withdrawal point at the cash reconciliation
*> of that machine for that day (CONCEFE); the overage found there
*> is stored when the claim is opened and refreshed on resolution.
*> States: A = abierto, P = abono provisorio otorgado,
*> C = aceptado (credito definitivo), D = denegado.
01  RCL-REGISTRO.
    05 RCL-CLAVE.
       10 RCL-CUENTA         PIC 9(10).
       10 RCL-FECHA-HORA     PIC X(14).
       10 RCL-SECUENCIA      PIC 9(2).
    05 RCL-TERMINAL          PIC X(4).
    05 RCL-FECHA-NEGOCIO     PIC X(8).
    05 RCL-MONTO             PIC 9(5)V99.
    05 RCL-MONTO-PROVISORIO  PIC 9(5)V99.
    05 RCL-SOBRANTE          PIC S9(7)V99.
    05 RCL-ESTADO            PIC X.
       88 RCL-ABIERTO    VALUE "A".
       88 RCL-PROVISORIO VALUE "P".
       88 RCL-ACEPTADO   VALUE "C".
       88 RCL-DENEGADO   VALUE "D".
    05 RCL-FECHA-ALTA        PIC X(8).
    05 RCL-OPERADOR-ALTA     PIC X(8).
    05 RCL-FECHA-RESOLUCION  PIC X(8).
    05 RCL-OPERADOR-RESOL    PIC X(8).
