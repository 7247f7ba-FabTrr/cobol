*> General-ledger balance record - the running balance of one ledger
*> account, kept up to date from each night's balanced GLEXTR.DAT.
*> The balance is debe minus haber (positive = debit balance, so
*> asset and expense accounts are positive and liability and income
*> accounts negative). The month fields hold the opening balance and
*> the debe/haber posted in the month named in MGL-MES, for the
*> month-end trial balance; they restart on the first posting of a
*> new month. MGL-ULTIMA-FECHA is the last business date applied to
*> the account, so a rerun never posts the same day twice.
01  MGL-REGISTRO.
    05 MGL-CUENTA            PIC X(8).
    05 MGL-SALDO             PIC S9(11)V99.
    05 MGL-MES               PIC X(6).
    05 MGL-SALDO-INICIO-MES  PIC S9(11)V99.
    05 MGL-DEBE-MES          PIC 9(11)V99.
    05 MGL-HABER-MES         PIC 9(11)V99.
    05 MGL-ULTIMA-FECHA      PIC X(8).
