*> Banking calendar record - one line per non-banking weekday
*> (national holiday, bank holiday) keyed by date. Saturdays and
*> Sundays are never banking days and are not stored; every other
*> date missing from this file is a banking day. The daily close
*> uses it to roll the business date forward, and the standing
*> orders and the month-end run rely on that rolled date.
01  FER-REGISTRO.
    05 FER-FECHA             PIC X(8).
    05 FER-DESCRIPCION       PIC X(30).
