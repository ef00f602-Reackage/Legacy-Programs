*>Business Day Lookup!
*>Author: S. Okonkwo
*>ID:
*>Date: October 15, 2026
*> What this does:
*> Batch lookup interface to the business-day calendar bizcal.cob
*> builds, so payroll and HR can take their dates from bizcal.dat
*> instead of keeping their own holiday tables. Each line of
*> bizday.req asks one question: a request id (8 characters), a date
*> (YYYYMMDD) and a signed count of working days (a sign and three
*> digits, "+005" or "-010"), each after one blank. The answer is the
*> date that many working days after the given date (before it for a
*> negative count), not counting the given date itself; a count of
*> "+000" returns the date itself when it is a working day and the next
*> working day when it is not. Every request gets one line in
*> bizday.rsp, in request order, echoing the request and giving the
*> result date and its weekday with a status:
*>   00 answered
*>   10 request not usable - date not a calendar date, or count not a
*>      sign and three digits
*>   20 the date is not on bizcal.dat - build the calendar for its year
*>   30 counting ran off the end of bizcal.dat before the count was met
*> The calendar is walked one day at a time by keyed read, so the
*> answer is exactly what bizcal.dat says, holidays, closures and all.
*> Remember to compile using: cobc -x -free -Wall bizday.cob
*>-------------------------------

identification division.
program-id. bizday.
environment division.
configuration section.
input-output section.
file-control.
	select request-file, assign to "bizday.req"
		organization is line sequential
		file status is request-file-status.
	select response-file, assign to "bizday.rsp"
		organization is line sequential.
	select business-calendar, assign to "bizcal.dat"
		organization is indexed
		access mode is dynamic
		record key is biz-date
		file status is bizcal-file-status.

data division.
file section.
fd request-file.
	01 request-record.
		02 req-id pic x(8).
		02 filler pic x.
		02 req-date pic x(8).
		02 filler pic x.
		02 req-days.
			03 req-days-sign pic x.
			03 req-days-count pic x(3).

fd response-file.
	01 response-record.
		02 rsp-id pic x(8).
		02 filler pic x.
		02 rsp-date pic x(8).
		02 filler pic x.
		02 rsp-days pic x(4).
		02 filler pic x.
		02 rsp-result-date pic x(8).
		02 filler pic x.
		02 rsp-result-weekday pic x(9).
		02 filler pic x.
		02 rsp-status pic x(2).
		02 filler pic x.
		02 rsp-message pic x(60).

fd business-calendar.
	01 bizcal-record.
		02 biz-date pic 9(9).
		02 biz-weekday pic x(9).
		02 biz-day-type pic x.
		02 biz-working pic x.
		02 biz-holiday pic x.
		02 biz-reason pic x(30).

working-storage section.
77  request-file-status pic x(2).
77  bizcal-file-status pic x(2).
77  request-eof pic 9.
77  request-count pic 9(7).
77  answered-count pic 9(7).
77  unanswered-count pic 9(7).

01  date-check.
	02 date-check-year pic 9(4).
	02 date-check-month pic 9(2).
	02 date-check-day pic 9(2).
01  date-check-number redefines date-check pic 9(8).
77  request-ok pic 9.
77  day-on-file pic 9.
77  off-calendar pic 9.
77  days-remaining pic 9(3).
77  step-forward pic 9.
77  step-jdn pic 9(9).

77  temp pic 9(9).
77  temp-1 pic 9(9).
77  work-year pic 9(5).
77  work-month pic 9(2).
77  work-day pic 9(2).
77  work-jdn pic 9(9).
77  jdn-a pic 9(9).
77  jdn-b pic 9(9).
77  jdn-c pic 9(9).
77  jdn-d pic 9(9).
77  jdn-e pic 9(9).
77  jdn-m pic 9(9).
77  jdn-y pic 9(9).
77  result-date pic 9(8).

procedure division.
*>Answers every request in order, one response line each.
main-line.
    move 0 to request-eof.
    move 0 to request-count.
    move 0 to answered-count.
    move 0 to unanswered-count.
    open input request-file.
    if request-file-status not equal "00"
    	display "bizday: cannot open bizday.req - status " request-file-status
    	move 8 to return-code
    	stop run
    end-if.
    open input business-calendar.
    if bizcal-file-status not equal "00"
    	display "bizday: cannot open bizcal.dat - status " bizcal-file-status
    	close request-file
    	move 8 to return-code
    	stop run
    end-if.
    open output response-file.
    perform read-next-request.
    perform answer-one-request
    	until request-eof equal 1.
    close response-file.
    close business-calendar.
    close request-file.
    display "bizday: " request-count " request(s), " answered-count " answered, " unanswered-count " not answered - responses in bizday.rsp".
    stop run.

read-next-request.
    read request-file
    	at end
    		move 1 to request-eof
    end-read.

answer-one-request.
    add 1 to request-count.
    move spaces to response-record.
    move req-id to rsp-id.
    move req-date to rsp-date.
    move req-days to rsp-days.
    perform check-request.
    if request-ok equal 0
    	move "10" to rsp-status
    	move "request not usable - date or working-day count not valid" to rsp-message
    else
    	move date-check-number to biz-date
    	perform read-calendar-day
    	if day-on-file equal 0
    		move "20" to rsp-status
    		move "date not on bizcal.dat - build the calendar for its year" to rsp-message
    	else
    		perform count-working-days
    		if off-calendar equal 1
    			move "30" to rsp-status
    			move "ran off the end of bizcal.dat before the count was met" to rsp-message
    		else
    			move biz-date to result-date
    			move result-date to rsp-result-date
    			move biz-weekday to rsp-result-weekday
    			move "00" to rsp-status
    			move "answered" to rsp-message
    		end-if
    	end-if
    end-if.
    if rsp-status equal "00"
    	add 1 to answered-count
    else
    	add 1 to unanswered-count
    end-if.
    write response-record.
    perform read-next-request.

*>The date must be a real gregorian date - it is converted to a day
*>number and back, and february 30 does not come back the same - and
*>the count a sign and three digits.
check-request.
    move 0 to request-ok.
    if req-date is numeric and req-days-count is numeric
    	and (req-days-sign equal "+" or req-days-sign equal "-")
    	move req-date to date-check
    	if date-check-month is not less than 1 and date-check-month is not greater than 12
    		and date-check-day is not less than 1 and date-check-day is not greater than 31
    		move date-check-year to work-year
    		move date-check-month to work-month
    		move date-check-day to work-day
    		perform gregorian-date-to-jdn
    		move work-jdn to step-jdn
    		perform jdn-to-gregorian-date
    		if work-year equal date-check-year and work-month equal date-check-month
    			and work-day equal date-check-day
    			move 1 to request-ok
    		end-if
    	end-if
    end-if.

read-calendar-day.
    move 1 to day-on-file.
    read business-calendar
    	invalid key
    		move 0 to day-on-file
    end-read.

*>Steps a day at a time from the request date, counting each working
*>day reached, until the count is met. A zero count on a working day
*>is already met; on any other day it is one step forward.
count-working-days.
    move 0 to off-calendar.
    move req-days-count to days-remaining.
    move 1 to step-forward.
    if req-days-sign equal "-"
    	move 0 to step-forward
    end-if.
    if days-remaining equal 0 and biz-working not equal "Y"
    	move 1 to days-remaining
    	move 1 to step-forward
    end-if.
    perform step-one-day
    	until days-remaining equal 0 or off-calendar equal 1.

step-one-day.
    if step-forward equal 1
    	add 1 to step-jdn
    else
    	subtract 1 from step-jdn
    end-if.
    move step-jdn to work-jdn.
    perform jdn-to-gregorian-date.
    multiply work-year by 10000 giving temp.
    multiply work-month by 100 giving temp-1.
    add temp-1, work-day to temp.
    move temp to biz-date.
    perform read-calendar-day.
    if day-on-file equal 0
    	move 1 to off-calendar
    else
    	if biz-working equal "Y"
    		subtract 1 from days-remaining
    	end-if
    end-if.

*>Proleptic-gregorian day number from work-year/month/day.
gregorian-date-to-jdn.
    subtract work-month from 14 giving temp.
    divide temp by 12 giving jdn-a.
    add work-year, 4800 giving jdn-y.
    subtract jdn-a from jdn-y.
    multiply jdn-a by 12 giving temp.
    add work-month, temp giving jdn-m.
    subtract 3 from jdn-m.
    multiply jdn-m by 153 giving temp.
    add 2 to temp.
    divide temp by 5 giving work-jdn.
    add work-day to work-jdn.
    multiply jdn-y by 365 giving temp.
    add temp to work-jdn.
    divide jdn-y by 4 giving temp.
    add temp to work-jdn.
    divide jdn-y by 100 giving temp.
    subtract temp from work-jdn.
    divide jdn-y by 400 giving temp.
    add temp to work-jdn.
    subtract 32045 from work-jdn.

*>The inverse: work-jdn back to work-year/month/day, gregorian.
jdn-to-gregorian-date.
    add work-jdn, 32044 giving jdn-a.
    multiply jdn-a by 4 giving temp.
    add 3 to temp.
    divide temp by 146097 giving jdn-b.
    multiply jdn-b by 146097 giving temp.
    divide temp by 4 giving temp.
    subtract temp from jdn-a giving jdn-c.
    multiply jdn-c by 4 giving temp.
    add 3 to temp.
    divide temp by 1461 giving jdn-d.
    multiply jdn-d by 1461 giving temp.
    divide temp by 4 giving temp.
    subtract temp from jdn-c giving jdn-e.
    multiply jdn-e by 5 giving temp.
    add 2 to temp.
    divide temp by 153 giving jdn-m.
    multiply jdn-m by 153 giving temp.
    add 2 to temp.
    divide temp by 5 giving temp.
    subtract temp from jdn-e giving work-day.
    add 1 to work-day.
    divide jdn-m by 10 giving temp.
    multiply temp by 12 giving temp-1.
    add jdn-m, 3 giving work-month.
    subtract temp-1 from work-month.
    multiply jdn-b by 100 giving jdn-y.
    add jdn-d to jdn-y.
    subtract 4800 from jdn-y.
    add temp to jdn-y.
    move jdn-y to work-year.
