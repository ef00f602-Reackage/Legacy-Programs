*> this program guessing for them.
*> Remember to compile using: cobc -x -free -Wall litcal.cob
*>-------------------------------
*>Updated!
*>Update Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Added saint joseph (march 19, rank 3) to the fixed-feast table.
*> It is the fixed feast most often impeded by palm sunday and holy
*> week, and litobs.cob - which settles the clashes this file leaves
*> to its consumers - needs it on the calendar to transfer it.
*>-------------------------------

identification division.
program-id. litcal.
77  year-count pic 9(7).
77  record-count pic 9(7).

*>The per-year build table: eighteen observances per year today, with
*>room left so adding a feast is a table change, not a resize.
01  observance-table.
	02 observance-entry occurs 20 times.
*>so the table is the whole story - extend it and the calendar grows.
01  fixed-feast-table.
	02 filler pic x(38) value "0106 02 epiphany".
	02 filler pic x(38) value "0319 03 saint joseph".
	02 filler pic x(38) value "0325 03 annunciation".
	02 filler pic x(38) value "1225 01 christmas".
01  fixed-feast-list redefines fixed-feast-table.
	02 fixed-feast-entry occurs 4 times.
		03 fixed-month pic 9(2).
		03 fixed-day pic 9(2).
		03 filler pic x.
    perform collect-derived-observances.
    perform collect-fixed-observance
    	varying fixed-index from 1 by 1
    	until fixed-index is greater than 4.
    perform sort-observance-table.
    perform write-one-observance
    	varying write-index from 1 by 1
