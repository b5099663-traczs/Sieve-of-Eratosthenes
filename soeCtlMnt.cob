identification division.
program-id. soeCtlMnt.
environment division.
input-output section.
file-control.
	select standard-input assign to keyboard.
	select standard-output assign to display.
	select ctl-file assign to dynamic ws-ctl-fname
		organization is line sequential
		file status is ws-ctl-status.
	select chk-file assign to dynamic ws-key-work
		organization is line sequential
		file status is ws-chk-status.
	select hist-file assign to "soectlhist.dat"
		organization is line sequential
		file status is ws-hist-status.
	select err-file assign to "soeerror.dat"
		organization is line sequential
		file status is ws-err-status.
	select auth-file assign to "soeauth.dat"
		organization is line sequential
		file status is ws-auth-status.
	select sec-file assign to "soesecure.dat"
		organization is line sequential
		file status is ws-sec-status.

data division.
file section.
fd standard-input.
    01 stdin-record   pic x(80).
fd standard-output.
    01 stdout-record  pic x(80).
fd ctl-file.
01 ctl-record pic x(80).
fd chk-file.
01 chk-record pic x(80).
fd hist-file.
01 hist-record.
	05 hist-ts pic x(14).
	05 filler pic x(1).
	05 hist-operator pic x(30).
	05 filler pic x(1).
	05 hist-file-name pic x(16).
	05 filler pic x(1).
	05 hist-action pic x(6).
	05 filler pic x(1).
	05 hist-line-no pic 9(4).
	05 filler pic x(1).
	05 hist-before pic x(80).
	05 filler pic x(1).
	05 hist-after pic x(80).
fd err-file.
01 err-record pic x(120).
fd auth-file.
01 auth-record pic x(132).
fd sec-file.
01 sec-record.
	05 sec-ts pic x(14).
	05 filler pic x(1).
	05 sec-operator pic x(30).
	05 filler pic x(1).
	05 sec-program pic x(10).
	05 filler pic x(1).
	05 sec-function pic x(8).
	05 filler pic x(1).
	05 sec-reason pic x(12).
	05 filler pic x(1).
	05 sec-detail pic x(60).

working-storage section.
77 ws-ctl-status pic x(2).
77 ws-chk-status pic x(2).
77 ws-hist-status pic x(2).
77 ws-err-status pic x(2).
77 ws-ctl-fname pic x(60).
77 ws-operator pic x(30).
77 ws-timestamp pic x(21).
77 ws-raw pic x(80).
77 ws-entry pic x(80).
77 ws-entry-work pic x(80).
77 ws-verb pic x(20).
77 ws-arg pic x(80).
77 ws-ptr pic 9(4) usage is computational.
77 ws-eof pic x(1) value "n".
77 ws-quit pic x(1) value "n".
77 ws-screen-done pic x(1).
77 ws-scr-idx pic 9(4) usage is computational.
77 ws-scr-scan pic 9(4) usage is computational.
77 ws-scr-count pic 9(4) usage is computational value 19.
77 ws-scr-code pic x(8).
77 ws-scr-max pic 9(4) usage is computational.
77 ws-width pic 9(4) usage is computational.
77 ws-ent-count pic 9(4) usage is computational.
77 ws-ent-idx pic 9(4) usage is computational.
77 ws-ent-max pic 9(4) usage is computational value 500.
77 ws-dup-idx pic 9(4) usage is computational.
77 ws-ent-overflow pic x(1).
77 ws-chg-idx pic 9(4) usage is computational.
77 ws-bad-count pic 9(4) usage is computational.
77 ws-change-count pic 9(9) usage is computational value 0.
77 ws-save-ok pic x(1).
77 ws-hist-action pic x(6).
77 ws-before pic x(80).
77 ws-after pic x(80).
77 ws-valid pic x(1).
77 ws-reject-text pic x(60).
77 ws-field-name pic x(12).
77 ws-dup-check pic x(1).
77 ws-file-check pic x(1).
77 ws-dup-key pic x(30).
77 ws-dup-line pic 9(4) usage is computational.
77 ws-key-src pic x(80).
77 ws-key-work pic x(80).
77 ws-key-tok pic x(80).
77 ws-key-text pic x(30).
77 ws-key-num pic 9(18) usage is computational.
77 ws-tok1 pic x(80).
77 ws-tok2 pic x(80).
77 ws-tok3 pic x(80).
77 ws-tok4 pic x(80).
77 ws-tok5 pic x(80).
77 ws-tok6 pic x(80).
77 ws-tok7 pic x(80).
77 ws-tok-work pic x(80).
77 ws-win-raw pic x(20).
77 ws-retn-tag pic x(40).
77 ws-retn-val pic x(40).
77 ws-testpos pic 9(4) usage is computational.
77 ws-bad-char-count pic 9(4) usage is computational.
77 ws-num pic 9(18) usage is computational.
77 ws-num-floor pic 9(18) usage is computational.
77 ws-num-ceiling pic 9(18) usage is computational.
77 ws-full-ceiling pic 9(18) usage is computational value 1000000000.
77 ws-range-ceiling pic 9(18) usage is computational
	value 1000000000000.
77 ws-max-seg-width pic 9(9) usage is computational value 100000000.
77 ws-low pic 9(18) usage is computational.
77 ws-high pic 9(18) usage is computational.
77 ws-range-width pic 9(18) usage is computational.
77 ws-part-n pic 9(4) usage is computational.
77 ws-part-max-n pic 9(4) usage is computational value 99.
77 ws-part-max-width pic 9(18) usage is computational.
77 ws-pi-num pic 9(18) usage is computational.
77 ws-amount pic 9(9)v9(4) usage is computational.
77 ws-period-month pic 9(2).
77 ws-n1-disp pic z(17)9.
77 ws-n2-disp pic z(17)9.
77 ws-line-disp pic 9(3).
77 ws-rc-disp pic z(3)9.
77 ws-return-code pic 9(4) usage is computational value 0.
77 ws-rc-new pic 9(4) usage is computational.
77 ws-err-reason pic x(12).
77 ws-err-parm pic x(80).
77 ws-err-ts pic x(21).
77 ws-auth-status pic x(2).
77 ws-sec-status pic x(2).
77 ws-auth-loaded pic x(1) value "n".
77 ws-auth-file-ok pic x(1).
77 ws-auth-func pic x(8).
77 ws-auth-ok pic x(1).
77 ws-auth-maxnum pic 9(18) usage is computational.
77 ws-auth-maxwidth pic 9(18) usage is computational.
77 ws-auth-num-open pic x(1).
77 ws-auth-width-open pic x(1).
77 ws-auth-role-count pic 9(4) usage is computational.
77 ws-auth-user-count pic 9(4) usage is computational.
77 ws-auth-uidx pic 9(4) usage is computational.
77 ws-auth-ridx pic 9(4) usage is computational.
77 ws-auth-fidx pic 9(4) usage is computational.
77 ws-auth-tidx pic 9(4) usage is computational.
77 ws-auth-role pic x(20).
77 ws-auth-val pic x(80).
77 ws-auth-test pic 9(4) usage is computational.
77 ws-sec-ts pic x(21).
77 ws-sec-reason pic x(12).
77 ws-sec-detail pic x(60).
77 ws-sec-n1-disp pic z(17)9.
77 ws-sec-n2-disp pic z(17)9.
01 input-area.
    02 in-r   pic x(80).
01 screen-values.
	05 filler pic x(60) value
		"PICTL   soepictl.dat    50040EXPECTED PRIME COUNTS          ".
	05 filler pic x(60) value
		"MILE    soemilectl.dat  10030MILESTONE POINTS               ".
	05 filler pic x(60) value
		"RETN    soeretn.dat     00340RETENTION SETTINGS             ".
	05 filler pic x(60) value
		"SCHED   soesched.dat    50030SIEVE SCHEDULE                 ".
	05 filler pic x(60) value
		"MERGE   soemergectl.dat 50060MERGE LIST                     ".
	05 filler pic x(60) value
		"RACEMOD soeracemod.dat  00830PRIME RACE MODULI              ".
	05 filler pic x(60) value
		"RATES   soerates.dat    00680CHARGE-BACK RATES              ".
	05 filler pic x(60) value
		"DEPT    soedept.dat     50080OPERATOR DEPARTMENTS           ".
	05 filler pic x(60) value
		"SOECTL  soectl.dat      00180SOECOB REQUEST                 ".
	05 filler pic x(60) value
		"PIPECTL soepipectl.dat  00160SOEPIPE REQUEST                ".
	05 filler pic x(60) value
		"FCSTCTL soefcstctl.dat  00180SOEFORECAST REQUEST            ".
	05 filler pic x(60) value
		"GAPCTL  soegapctl.dat   00160SOEGAPSTAT INPUT FILE          ".
	05 filler pic x(60) value
		"CONSTCTLsoeconstctl.dat 00160SOECONSTEL SOURCE              ".
	05 filler pic x(60) value
		"EXTCTL  soeextctl.dat   00160SOEEXTRACT INPUT FILE          ".
	05 filler pic x(60) value
		"CMPCTL  soecmpctl.dat   00260SOECOMPARE INPUT FILES         ".
	05 filler pic x(60) value
		"RACECTL soeracectl.dat  00160SOERACE SOURCE                 ".
	05 filler pic x(60) value
		"BILLCTL soebillctl.dat  00180SOEBILL PERIOD                 ".
	05 filler pic x(60) value
		"STITCH  soestitchctl.dat00160SOESTITCH REQUEST              ".
	05 filler pic x(60) value
		"ACKCTL  soeackctl.dat   00140SOEACKREC SETTINGS             ".
01 screen-table redefines screen-values.
	05 sc-entry occurs 19 times.
		10 sc-code pic x(8).
		10 sc-fname pic x(16).
		10 sc-max pic 9(3).
		10 sc-width pic 9(2).
		10 sc-desc pic x(31).
01 entry-table.
	05 ent-line pic x(80) occurs 500 times.
01 auth-token-area.
	05 auth-token pic x(80) occurs 6 times.
01 auth-role-table.
	05 ar-entry occurs 100 times.
		10 ar-name pic x(20).
		10 ar-func pic x(8) occurs 10 times.
		10 ar-maxnum pic 9(18) usage is computational.
		10 ar-maxwidth pic 9(18) usage is computational.
01 auth-user-table.
	05 au-entry occurs 500 times.
		10 au-operator pic x(30).
		10 au-role pic x(20).

procedure division.
	open input standard-input, output standard-output.
	move "CTLMAINT" to ws-auth-func.
	perform check-authority.
	if ws-auth-ok is not equal to "y"
		move 16 to ws-rc-new
		perform raise-return-code
		move ws-return-code to return-code
		stop run
	end-if.
	accept ws-raw from command-line.
	move function upper-case(function trim(ws-raw)) to ws-raw.
	if ws-raw is not equal to spaces
		perform find-screen
		if ws-scr-idx is equal to 0
			display "error: unknown screen " function trim(ws-raw)
		else
			perform run-screen
			move "y" to ws-quit
		end-if
	end-if.
	perform menu-cycle until ws-quit is equal to "y".
	move ws-change-count to ws-n1-disp.
	display "control file maintenance ended -- "
		function trim(ws-n1-disp) " change(s) recorded in soectlhist.dat".
	move ws-return-code to return-code.
	stop run.

raise-return-code.
	if ws-rc-new is greater than ws-return-code
		move ws-rc-new to ws-return-code
	end-if.
end-raise-return-code.

write-error-record.
	move function current-date to ws-err-ts.
	move spaces to err-record.
	string ws-err-ts(1:14) delimited by size
		" " delimited by size
		ws-err-reason delimited by size
		" " delimited by size
		function trim(ws-err-parm) delimited by size
		into err-record.
	open extend err-file.
	if ws-err-status is not equal to "00"
		open output err-file
	end-if.
	write err-record.
	close err-file.
end-write-error-record.

record-abnormal-condition.
	perform raise-return-code.
	perform write-error-record.
end-record-abnormal-condition.

read-command.
	move spaces to input-area.
	read standard-input into input-area
		at end move "y" to ws-eof
	end-read.
end-read-command.

menu-cycle.
	display " ".
	display "CONTROL FILE MAINTENANCE -- SELECT A SCREEN".
	move 1 to ws-scr-scan.
	perform display-menu-line
		until ws-scr-scan is greater than ws-scr-count.
	display "enter a screen number or name, or QUIT".
	perform read-command.
	if ws-eof is equal to "y"
		move "y" to ws-quit
	else
		move function upper-case(function trim(in-r)) to ws-raw
		if ws-raw is equal to "QUIT"
			move "y" to ws-quit
		else
			if ws-raw is not equal to spaces
				perform find-screen
				if ws-scr-idx is equal to 0
					display "error: unknown screen " function trim(ws-raw)
				else
					perform run-screen
				end-if
			end-if
		end-if
	end-if.
end-menu-cycle.

display-menu-line.
	move ws-scr-scan to ws-rc-disp.
	display ws-rc-disp "  " sc-code(ws-scr-scan) "  "
		sc-fname(ws-scr-scan) "  " sc-desc(ws-scr-scan).
	add 1 to ws-scr-scan.
end-display-menu-line.

find-screen.
	move 0 to ws-scr-idx.
	compute ws-testpos = function test-numval(ws-raw).
	if ws-testpos is equal to 0
		compute ws-num = function numval(ws-raw)
		if ws-num is greater than 0
				and ws-num is not greater than ws-scr-count
			move ws-num to ws-scr-idx
		end-if
	else
		move 1 to ws-scr-scan
		perform scan-screen-code
			until ws-scr-scan is greater than ws-scr-count
	end-if.
end-find-screen.

scan-screen-code.
	if sc-code(ws-scr-scan) is equal to ws-raw
		move ws-scr-scan to ws-scr-idx
	end-if.
	add 1 to ws-scr-scan.
end-scan-screen-code.

run-screen.
	move "n" to ws-screen-done.
	move sc-code(ws-scr-idx) to ws-scr-code.
	move sc-fname(ws-scr-idx) to ws-ctl-fname.
	move sc-max(ws-scr-idx) to ws-scr-max.
	move sc-width(ws-scr-idx) to ws-width.
	if ws-scr-code is equal to "SCHED"
		move "SCHEDULE" to ws-auth-func
		perform check-authority
		if ws-auth-ok is not equal to "y"
			move 16 to ws-rc-new
			perform raise-return-code
			move "y" to ws-screen-done
		end-if
	end-if.
	if ws-screen-done is not equal to "y"
		display " "
		display "SCREEN " function trim(ws-scr-code) " -- "
			function trim(ws-ctl-fname) " -- "
			function trim(sc-desc(ws-scr-idx))
		perform load-entries
		perform list-entries
		perform screen-cycle until ws-screen-done is equal to "y"
	end-if.
end-run-screen.

load-entries.
	move 0 to ws-ent-count.
	move "n" to ws-ent-overflow.
	open input ctl-file.
	if ws-ctl-status is equal to "00"
		perform load-entry-line
			until ws-ctl-status is not equal to "00"
		close ctl-file
	else
		display "file " function trim(ws-ctl-fname)
			" does not exist yet -- it is created by the first ADD"
	end-if.
	if ws-ent-overflow is equal to "y"
		display "warning: " function trim(ws-ctl-fname)
			" holds more than 500 lines -- screen is read-only"
	end-if.
end-load-entries.

load-entry-line.
	read ctl-file
		at end move "10" to ws-ctl-status
	end-read.
	if ws-ctl-status is equal to "00"
		if ws-ent-count is equal to ws-ent-max
			move "y" to ws-ent-overflow
		else
			add 1 to ws-ent-count
			move ctl-record to ent-line(ws-ent-count)
		end-if
	end-if.
end-load-entry-line.

list-entries.
	move 0 to ws-bad-count.
	if ws-ent-count is equal to 0
		display "  (no entries)"
	else
		move 1 to ws-ent-idx
		perform list-entry-line
			until ws-ent-idx is greater than ws-ent-count
	end-if.
	move ws-ent-count to ws-n1-disp.
	move ws-bad-count to ws-n2-disp.
	display "  " function trim(ws-n1-disp) " entries, "
		function trim(ws-n2-disp) " failing validation".
end-list-entries.

list-entry-line.
	move ws-ent-idx to ws-chg-idx.
	move function trim(ent-line(ws-ent-idx)) to ws-entry.
	perform validate-entry.
	move ws-ent-idx to ws-line-disp.
	if ws-valid is equal to "y"
		display "  " ws-line-disp "  " function trim(ent-line(ws-ent-idx))
	else
		add 1 to ws-bad-count
		display "  " ws-line-disp "  " function trim(ent-line(ws-ent-idx))
		display "       ** INVALID: " function trim(ws-reject-text)
	end-if.
	add 1 to ws-ent-idx.
end-list-entry-line.

screen-cycle.
	display "command (" function trim(ws-scr-code) "): LIST, ADD entry,"
		" CHANGE n entry, DELETE n, BACK or QUIT".
	perform read-command.
	if ws-eof is equal to "y"
		move "y" to ws-screen-done
		move "y" to ws-quit
	else
		move function trim(in-r) to ws-raw
		move spaces to ws-verb ws-arg
		move 1 to ws-ptr
		unstring ws-raw delimited by all spaces
			into ws-verb with pointer ws-ptr
		if ws-ptr is less than 81
			move ws-raw(ws-ptr:) to ws-arg
		end-if
		move function upper-case(ws-verb) to ws-verb
		if ws-verb is equal to "LIST"
			perform list-entries
		else
		if ws-verb is equal to "ADD"
			perform add-entry
		else
		if ws-verb is equal to "CHANGE"
			perform change-entry
		else
		if ws-verb is equal to "DELETE"
			perform delete-entry
		else
		if ws-verb is equal to "BACK"
			move "y" to ws-screen-done
		else
		if ws-verb is equal to "QUIT"
			move "y" to ws-screen-done
			move "y" to ws-quit
		else
		if ws-verb is not equal to spaces
			display "error: unknown command " function trim(ws-verb)
		end-if
		end-if
		end-if
		end-if
		end-if
		end-if
		end-if
	end-if.
end-screen-cycle.

add-entry.
	if ws-ent-overflow is equal to "y"
		display "error: screen is read-only -- file too large"
	else
		if ws-ent-count is not less than ws-scr-max
			move ws-scr-max to ws-n1-disp
			display "error: " function trim(ws-ctl-fname) " holds at most "
				function trim(ws-n1-disp) " entries -- use CHANGE or DELETE"
		else
			move function trim(ws-arg) to ws-entry
			move 0 to ws-chg-idx
			perform validate-entry
			if ws-valid is equal to "y"
				perform check-entry-authority
			end-if
			if ws-valid is not equal to "y"
				display "error: entry rejected -- "
					function trim(ws-reject-text)
			else
				perform warn-missing-file
				add 1 to ws-ent-count
				move ws-entry to ent-line(ws-ent-count)
				move "ADD" to ws-hist-action
				move ws-ent-count to ws-chg-idx
				move spaces to ws-before
				move ws-entry to ws-after
				perform save-entries
			end-if
		end-if
	end-if.
end-add-entry.

change-entry.
	move function trim(ws-arg) to ws-raw.
	move spaces to ws-tok-work ws-arg.
	move 1 to ws-ptr.
	unstring ws-raw delimited by all spaces
		into ws-tok-work with pointer ws-ptr.
	if ws-ptr is less than 81
		move ws-raw(ws-ptr:) to ws-arg
	end-if.
	perform take-line-number.
	if ws-valid is equal to "y"
		move function trim(ws-arg) to ws-entry
		perform validate-entry
		if ws-valid is equal to "y"
			perform check-entry-authority
		end-if
		if ws-valid is not equal to "y"
			display "error: entry rejected -- "
				function trim(ws-reject-text)
		else
			perform warn-missing-file
			move ent-line(ws-chg-idx) to ws-before
			move ws-entry to ent-line(ws-chg-idx)
			move "CHANGE" to ws-hist-action
			move ws-entry to ws-after
			perform save-entries
		end-if
	end-if.
end-change-entry.

delete-entry.
	move function trim(ws-arg) to ws-raw.
	move spaces to ws-tok-work ws-tok2.
	unstring ws-raw delimited by all spaces
		into ws-tok-work ws-tok2.
	perform take-line-number.
	if ws-valid is equal to "y"
			and ws-tok2 is not equal to spaces
		display "error: DELETE takes only a line number"
		move "n" to ws-valid
	end-if.
	if ws-valid is equal to "y"
		move ent-line(ws-chg-idx) to ws-before
		move ws-chg-idx to ws-ent-idx
		perform close-entry-gap
			until ws-ent-idx is not less than ws-ent-count
		move spaces to ent-line(ws-ent-count)
		subtract 1 from ws-ent-count
		move "DELETE" to ws-hist-action
		move spaces to ws-after
		perform save-entries
	end-if.
end-delete-entry.

close-entry-gap.
	move ent-line(ws-ent-idx + 1) to ent-line(ws-ent-idx).
	add 1 to ws-ent-idx.
end-close-entry-gap.

take-line-number.
	move "n" to ws-valid.
	move 0 to ws-chg-idx.
	if ws-ent-overflow is equal to "y"
		display "error: screen is read-only -- file too large"
	else
		move 0 to ws-bad-char-count
		inspect ws-tok-work tallying ws-bad-char-count for all "-"
		inspect ws-tok-work tallying ws-bad-char-count for all "+"
		inspect ws-tok-work tallying ws-bad-char-count for all "."
		compute ws-testpos = function test-numval(ws-tok-work)
		if ws-tok-work is equal to spaces
				or ws-bad-char-count is greater than 0
				or ws-testpos is not equal to 0
			display "error: enter the line number shown by LIST"
		else
			compute ws-num = function numval(ws-tok-work)
			if ws-num is less than 1
					or ws-num is greater than ws-ent-count
				move ws-ent-count to ws-n1-disp
				display "error: line number must be 1 to "
					function trim(ws-n1-disp)
			else
				move ws-num to ws-chg-idx
				move "y" to ws-valid
			end-if
		end-if
	end-if.
end-take-line-number.

check-entry-authority.
	if ws-scr-code is equal to "RETN"
		move spaces to ws-retn-tag ws-retn-val
		unstring ws-entry delimited by "="
			into ws-retn-tag ws-retn-val
		if function trim(ws-retn-tag) is equal to "ACTION"
				and function trim(ws-retn-val) is equal to "DELETE"
			move "DELETE" to ws-auth-func
			perform check-authority
			if ws-auth-ok is not equal to "y"
				move 16 to ws-rc-new
				perform raise-return-code
				move "n" to ws-valid
				move "ACTION=DELETE NOT PERMITTED FOR THIS OPERATOR"
					to ws-reject-text
			end-if
		end-if
	end-if.
end-check-entry-authority.

warn-missing-file.
	if ws-file-check is equal to "y"
		move spaces to ws-key-work
		move function trim(ws-tok1) to ws-key-work
		open input chk-file
		if ws-chk-status is not equal to "00"
			display "warning: file " function trim(ws-key-work)
				" does not exist yet"
		else
			close chk-file
		end-if
	end-if.
end-warn-missing-file.

save-entries.
	move "y" to ws-save-ok.
	open output ctl-file.
	if ws-ctl-status is not equal to "00"
		move "n" to ws-save-ok
		display "error: cannot rewrite " function trim(ws-ctl-fname)
			" -- change not applied"
		move 12 to ws-rc-new
		move "FILE-OPEN" to ws-err-reason
		move spaces to ws-err-parm
		string "FILE=" delimited by size
			function trim(ws-ctl-fname) delimited by size
			into ws-err-parm
		perform record-abnormal-condition
		perform load-entries
	else
		move 1 to ws-ent-idx
		perform save-entry-line
			until ws-ent-idx is greater than ws-ent-count
		close ctl-file
		perform write-history
		add 1 to ws-change-count
		move ws-chg-idx to ws-line-disp
		display function trim(ws-hist-action) " of line " ws-line-disp
			" saved to " function trim(ws-ctl-fname)
	end-if.
end-save-entries.

save-entry-line.
	move ent-line(ws-ent-idx) to ctl-record.
	write ctl-record.
	add 1 to ws-ent-idx.
end-save-entry-line.

write-history.
	move function current-date to ws-timestamp.
	move spaces to hist-record.
	move ws-timestamp(1:14) to hist-ts.
	move ws-operator to hist-operator.
	move ws-ctl-fname to hist-file-name.
	move ws-hist-action to hist-action.
	move ws-chg-idx to hist-line-no.
	move ws-before to hist-before.
	move ws-after to hist-after.
	open extend hist-file.
	if ws-hist-status is not equal to "00"
		open output hist-file
	end-if.
	if ws-hist-status is equal to "00"
		write hist-record
		close hist-file
	else
		display "warning: cannot write change history soectlhist.dat"
		move 4 to ws-rc-new
		move "FILE-OPEN" to ws-err-reason
		move "FILE=soectlhist.dat" to ws-err-parm
		perform record-abnormal-condition
	end-if.
end-write-history.

validate-entry.
	move "y" to ws-valid.
	move spaces to ws-reject-text.
	move "n" to ws-dup-check.
	move "n" to ws-file-check.
	move spaces to ws-tok1 ws-tok2 ws-tok3 ws-tok4.
	unstring ws-entry delimited by all spaces
		into ws-tok1 ws-tok2 ws-tok3 ws-tok4.
	if ws-entry is equal to spaces
		move "BLANK ENTRY" to ws-reject-text
		move "n" to ws-valid
	else
	if ws-width is less than 80
			and ws-entry(ws-width + 1:) is not equal to spaces
		move ws-width to ws-n1-disp
		string "LONGER THAN " delimited by size
			function trim(ws-n1-disp) delimited by size
			" CHARACTERS" delimited by size
			into ws-reject-text
		move "n" to ws-valid
	else
	if ws-scr-code is equal to "PICTL"
		perform validate-pictl
	else
	if ws-scr-code is equal to "MILE"
		perform validate-mile
	else
	if ws-scr-code is equal to "RETN"
		perform validate-retn
	else
	if ws-scr-code is equal to "SCHED"
			or ws-scr-code is equal to "PIPECTL"
		perform validate-sieve-entry
	else
	if ws-scr-code is equal to "RACEMOD"
		perform validate-racemod
	else
	if ws-scr-code is equal to "RATES"
		perform validate-rates
	else
	if ws-scr-code is equal to "DEPT"
		perform validate-dept
	else
	if ws-scr-code is equal to "SOECTL"
		perform validate-soectl
	else
	if ws-scr-code is equal to "FCSTCTL"
		perform validate-fcstctl
	else
	if ws-scr-code is equal to "BILLCTL"
		perform validate-billctl
	else
	if ws-scr-code is equal to "STITCH"
		perform validate-stitchctl
	else
	if ws-scr-code is equal to "ACKCTL"
		perform validate-ackctl
	else
	if ws-scr-code is equal to "EXTCTL"
		perform validate-extctl
	else
	if ws-scr-code is equal to "CONSTCTL"
			or ws-scr-code is equal to "RACECTL"
		perform validate-file-name
		if function upper-case(ws-tok1) is equal to "MASTER"
			move "n" to ws-file-check
		end-if
	else
		perform validate-file-name
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if
	end-if.
	if ws-valid is equal to "y"
			and ws-dup-check is equal to "y"
		perform check-duplicate
	end-if.
end-validate-entry.

validate-pictl.
	if ws-tok2 is equal to spaces
		move "ENTER NUM AND EXPECTED COUNT" to ws-reject-text
		move "n" to ws-valid
	else
		if ws-tok3 is not equal to spaces
			move "TOO MANY FIELDS" to ws-reject-text
			move "n" to ws-valid
		else
			move "NUM" to ws-field-name
			move 1 to ws-num-floor
			move ws-full-ceiling to ws-num-ceiling
			move ws-tok1 to ws-tok-work
			perform validate-num
			if ws-valid is equal to "y"
				move ws-num to ws-pi-num
				move "COUNT" to ws-field-name
				move 0 to ws-num-floor
				move ws-pi-num to ws-num-ceiling
				move ws-tok2 to ws-tok-work
				perform validate-num
				move "y" to ws-dup-check
			end-if
		end-if
	end-if.
end-validate-pictl.

validate-mile.
	if ws-tok2 is not equal to spaces
		move "ONE MILESTONE PER LINE" to ws-reject-text
		move "n" to ws-valid
	else
		move "MILESTONE" to ws-field-name
		move 2 to ws-num-floor
		move ws-full-ceiling to ws-num-ceiling
		move ws-tok1 to ws-tok-work
		perform validate-num
		move "y" to ws-dup-check
	end-if.
end-validate-mile.

validate-retn.
	move spaces to ws-retn-tag ws-retn-val.
	unstring ws-entry delimited by "="
		into ws-retn-tag ws-retn-val.
	if ws-tok2 is not equal to spaces
			or ws-retn-val is equal to spaces
		move "ENTER TAG=VALUE WITHOUT SPACES" to ws-reject-text
		move "n" to ws-valid
	else
	if ws-retn-tag is equal to "KEEP-DAYS"
		move "KEEP-DAYS" to ws-field-name
		move 0 to ws-num-floor
		move 99999 to ws-num-ceiling
		move ws-retn-val to ws-tok-work
		perform validate-num
	else
	if ws-retn-tag is equal to "KEEP-GENS"
		move "KEEP-GENS" to ws-field-name
		move 0 to ws-num-floor
		move 999 to ws-num-ceiling
		move ws-retn-val to ws-tok-work
		perform validate-num
	else
	if ws-retn-tag is equal to "ACTION"
		if ws-retn-val is not equal to "DELETE"
				and ws-retn-val is not equal to "ARCHIVE"
			move "ACTION MUST BE DELETE OR ARCHIVE" to ws-reject-text
			move "n" to ws-valid
		end-if
	else
		move "TAG MUST BE KEEP-DAYS, KEEP-GENS OR ACTION"
			to ws-reject-text
		move "n" to ws-valid
	end-if
	end-if
	end-if
	end-if.
	move "y" to ws-dup-check.
end-validate-retn.

validate-ackctl.
	move spaces to ws-retn-tag ws-retn-val.
	unstring ws-entry delimited by "="
		into ws-retn-tag ws-retn-val.
	if ws-tok2 is not equal to spaces
			or ws-retn-val is equal to spaces
		move "ENTER AGE-DAYS=n WITHOUT SPACES" to ws-reject-text
		move "n" to ws-valid
	else
		if function upper-case(ws-retn-tag) is not equal to "AGE-DAYS"
			move "TAG MUST BE AGE-DAYS" to ws-reject-text
			move "n" to ws-valid
		else
			move "AGE-DAYS" to ws-field-name
			move 1 to ws-num-floor
			move 365 to ws-num-ceiling
			move ws-retn-val to ws-tok-work
			perform validate-num
		end-if
	end-if.
end-validate-ackctl.

validate-sieve-entry.
	if function upper-case(ws-tok1) is equal to "SCHEDULE"
			or function upper-case(ws-tok1) is equal to "VERIFY"
			or function upper-case(ws-tok1) is equal to "PARTITION"
		move "SCHEDULE/VERIFY/PARTITION NOT ALLOWED HERE"
			to ws-reject-text
		move "n" to ws-valid
	else
		if ws-tok3 is not equal to spaces
			move "TOO MANY FIELDS" to ws-reject-text
			move "n" to ws-valid
		else
			if ws-tok2 is equal to spaces
				move "NUM" to ws-field-name
				move 1 to ws-num-floor
				move ws-full-ceiling to ws-num-ceiling
				move ws-tok1 to ws-tok-work
				perform validate-num
			else
				perform validate-range
			end-if
		end-if
	end-if.
end-validate-sieve-entry.

validate-range.
	move 1 to ws-num-floor.
	move ws-range-ceiling to ws-num-ceiling.
	move "LOW" to ws-field-name.
	move ws-tok1 to ws-tok-work.
	perform validate-num.
	if ws-valid is equal to "y"
		move ws-num to ws-low
		move "HIGH" to ws-field-name
		move ws-tok2 to ws-tok-work
		perform validate-num
		if ws-valid is equal to "y"
			move ws-num to ws-high
			if ws-low is greater than ws-high
				move "LOW EXCEEDS HIGH" to ws-reject-text
				move "n" to ws-valid
			else
				compute ws-range-width = ws-high - ws-low + 1
				if ws-range-width is greater than ws-max-seg-width
					move "RANGE WIDTH EXCEEDS 100000000"
						to ws-reject-text
					move "n" to ws-valid
				end-if
			end-if
		end-if
	end-if.
end-validate-range.

validate-soectl.
	if function upper-case(ws-tok1) is equal to "SCHEDULE"
		if ws-tok3 is not equal to spaces
			move "TOO MANY FIELDS -- SCHEDULE TAKES ONE FILE NAME"
				to ws-reject-text
			move "n" to ws-valid
		end-if
	else
	if function upper-case(ws-tok1) is equal to "VERIFY"
		if ws-tok3 is not equal to spaces
			move "TOO MANY FIELDS -- VERIFY TAKES ONE FILE NAME"
				to ws-reject-text
			move "n" to ws-valid
		else
			if ws-tok2 is equal to spaces
				move "VERIFY REQUIRES AN OUTPUTCOBOL FILE NAME"
					to ws-reject-text
				move "n" to ws-valid
			end-if
		end-if
	else
	if function upper-case(ws-tok1) is equal to "PARTITION"
		perform validate-partition
	else
		perform validate-sieve-entry
	end-if
	end-if
	end-if.
end-validate-soectl.

validate-partition.
	move spaces to ws-tok1 ws-tok2 ws-tok3 ws-tok4 ws-tok5 ws-tok6
		ws-tok7.
	unstring ws-entry delimited by all spaces
		into ws-tok1 ws-tok2 ws-tok3 ws-tok4 ws-tok5 ws-tok6 ws-tok7.
	if function upper-case(ws-tok3) is not equal to "OF"
			or ws-tok5 is equal to spaces
			or ws-tok7 is not equal to spaces
		move "USE PARTITION ALL|k OF n NUM OR LOW HIGH"
			to ws-reject-text
		move "n" to ws-valid
	else
		move "PARTITIONS" to ws-field-name
		move 2 to ws-num-floor
		move ws-part-max-n to ws-num-ceiling
		move ws-tok4 to ws-tok-work
		perform validate-num
		if ws-valid is equal to "y"
			move ws-num to ws-part-n
			if function upper-case(ws-tok2) is not equal to "ALL"
				move "PARTITION" to ws-field-name
				move 1 to ws-num-floor
				move ws-part-n to ws-num-ceiling
				move ws-tok2 to ws-tok-work
				perform validate-num
			end-if
		end-if
		if ws-valid is equal to "y"
			move ws-tok5 to ws-tok1
			move ws-tok6 to ws-tok2
			perform validate-partition-bounds
		end-if
	end-if.
end-validate-partition.

validate-stitchctl.
	if ws-tok4 is not equal to spaces
		move "TOO MANY FIELDS" to ws-reject-text
		move "n" to ws-valid
	else
		if ws-tok2 is equal to spaces
			move "ENTER PARTITION COUNT THEN NUM OR LOW HIGH"
				to ws-reject-text
			move "n" to ws-valid
		else
			move "PARTITIONS" to ws-field-name
			move 2 to ws-num-floor
			move ws-part-max-n to ws-num-ceiling
			move ws-tok1 to ws-tok-work
			perform validate-num
			if ws-valid is equal to "y"
				move ws-num to ws-part-n
				move ws-tok2 to ws-tok1
				move ws-tok3 to ws-tok2
				perform validate-partition-bounds
			end-if
		end-if
	end-if.
end-validate-stitchctl.

validate-partition-bounds.
	move 1 to ws-num-floor.
	if ws-tok2 is equal to spaces
		move "NUM" to ws-field-name
		move ws-full-ceiling to ws-num-ceiling
		move ws-tok1 to ws-tok-work
		perform validate-num
		move 1 to ws-low
		move ws-num to ws-high
	else
		move ws-range-ceiling to ws-num-ceiling
		move "LOW" to ws-field-name
		move ws-tok1 to ws-tok-work
		perform validate-num
		if ws-valid is equal to "y"
			move ws-num to ws-low
			move "HIGH" to ws-field-name
			move ws-tok2 to ws-tok-work
			perform validate-num
			if ws-valid is equal to "y"
				move ws-num to ws-high
				if ws-low is greater than ws-high
					move "LOW EXCEEDS HIGH" to ws-reject-text
					move "n" to ws-valid
				end-if
			end-if
		end-if
	end-if.
	if ws-valid is equal to "y"
		compute ws-range-width = ws-high - ws-low + 1
		compute ws-part-max-width =
			(ws-range-width + ws-part-n - 1) / ws-part-n
		if ws-range-width is less than ws-part-n
			move "REQUEST TOO SMALL FOR PARTITION COUNT"
				to ws-reject-text
			move "n" to ws-valid
		else
			if ws-part-max-width is greater than ws-max-seg-width
				move "PARTITION WIDTH EXCEEDS 100000000"
					to ws-reject-text
				move "n" to ws-valid
			end-if
		end-if
	end-if.
end-validate-partition-bounds.

validate-fcstctl.
	move ws-tok4 to ws-tok-work.
	perform take-window-token.
	move ws-tok-work to ws-tok4.
	move ws-tok3 to ws-tok-work.
	perform take-window-token.
	move ws-tok-work to ws-tok3.
	move ws-tok2 to ws-tok-work.
	perform take-window-token.
	move ws-tok-work to ws-tok2.
	if ws-valid is equal to "y"
		move spaces to ws-entry-work
		string function trim(ws-tok1) delimited by size
			" " delimited by size
			function trim(ws-tok2) delimited by size
			" " delimited by size
			function trim(ws-tok3) delimited by size
			" " delimited by size
			function trim(ws-tok4) delimited by size
			into ws-entry-work
		move spaces to ws-tok1 ws-tok2 ws-tok3 ws-tok4
		unstring ws-entry-work delimited by all spaces
			into ws-tok1 ws-tok2 ws-tok3 ws-tok4
		if function upper-case(ws-tok1) is equal to "SCHEDULE"
			if ws-tok3 is not equal to spaces
				move "TOO MANY FIELDS -- SCHEDULE TAKES ONE FILE NAME"
					to ws-reject-text
				move "n" to ws-valid
			end-if
		else
			if ws-tok4 is not equal to spaces
				move "TOO MANY FIELDS" to ws-reject-text
				move "n" to ws-valid
			else
				perform validate-sieve-entry
			end-if
		end-if
	end-if.
end-validate-fcstctl.

take-window-token.
	if function upper-case(ws-tok-work(1:7)) is equal to "WINDOW="
		move ws-tok-work(8:20) to ws-win-raw
		compute ws-testpos = function test-numval(ws-win-raw)
		if ws-testpos is not equal to 0
			move "WINDOW= MUST BE A NUMBER OF MINUTES" to ws-reject-text
			move "n" to ws-valid
		else
			compute ws-num = function numval(ws-win-raw)
			if ws-num is equal to 0
				move "WINDOW= MUST BE AT LEAST 1 MINUTE" to ws-reject-text
				move "n" to ws-valid
			end-if
		end-if
		move spaces to ws-tok-work
	end-if.
end-take-window-token.

validate-file-name.
	if ws-tok2 is not equal to spaces
		move "ONE FILE NAME PER LINE" to ws-reject-text
		move "n" to ws-valid
	else
		move "y" to ws-file-check
	end-if.
end-validate-file-name.

validate-extctl.
	if function upper-case(ws-tok1) is equal to "DELTA"
		if ws-tok2 is not equal to spaces
			move "DELTA TAKES NO FILE NAME" to ws-reject-text
			move "n" to ws-valid
		end-if
	else
	if function upper-case(ws-tok1) is equal to "RESEND"
		if ws-tok2 is equal to spaces
				or ws-tok3 is not equal to spaces
			move "RESEND TAKES ONE EXTRACT FILE NAME" to ws-reject-text
			move "n" to ws-valid
		end-if
	else
		perform validate-file-name
	end-if
	end-if.
end-validate-extctl.

validate-racemod.
	if ws-tok2 is not equal to spaces
		move "ONE MODULUS PER LINE" to ws-reject-text
		move "n" to ws-valid
	else
		move "MODULUS" to ws-field-name
		move 2 to ws-num-floor
		move 210 to ws-num-ceiling
		move ws-tok1 to ws-tok-work
		perform validate-num
		move "y" to ws-dup-check
	end-if.
end-validate-racemod.

validate-rates.
	if ws-entry(1:1) is not equal to "*"
		move function upper-case(ws-tok1) to ws-tok-work
		if ws-tok2 is equal to spaces
			move "ENTER RATE NAME AND AMOUNT" to ws-reject-text
			move "n" to ws-valid
		else
		if ws-tok3 is not equal to spaces
			move "TOO MANY FIELDS" to ws-reject-text
			move "n" to ws-valid
		else
		if ws-tok-work is not equal to "SIEVE-PER-MILLION"
				and ws-tok-work is not equal to "FULL-RUN"
				and ws-tok-work is not equal to "RANGE-RUN"
				and ws-tok-work is not equal to "LOOKUP-REQUEST"
				and ws-tok-work is not equal to "FACTOR-REQUEST"
				and ws-tok-work is not equal to "GOLDBACH-REQUEST"
			move "UNKNOWN RATE NAME" to ws-reject-text
			move "n" to ws-valid
		else
			move 0 to ws-bad-char-count
			inspect ws-tok2 tallying ws-bad-char-count for all "-"
			inspect ws-tok2 tallying ws-bad-char-count for all "+"
			compute ws-testpos = function test-numval(ws-tok2)
			if ws-bad-char-count is greater than 0
					or ws-testpos is not equal to 0
				move "AMOUNT MUST BE AN UNSIGNED NUMBER" to ws-reject-text
				move "n" to ws-valid
			else
				compute ws-amount = function numval(ws-tok2)
				if ws-amount is greater than 9999999
					move "AMOUNT EXCEEDS 9999999" to ws-reject-text
					move "n" to ws-valid
				end-if
			end-if
			move "y" to ws-dup-check
		end-if
		end-if
		end-if
	end-if.
end-validate-rates.

validate-dept.
	if ws-entry(1:1) is not equal to "*"
		if ws-tok2 is equal to spaces
			move "ENTER OPERATOR AND DEPARTMENT" to ws-reject-text
			move "n" to ws-valid
		else
		if ws-tok3 is not equal to spaces
			move "TOO MANY FIELDS" to ws-reject-text
			move "n" to ws-valid
		else
		if ws-tok1(31:) is not equal to spaces
			move "OPERATOR LONGER THAN 30 CHARACTERS" to ws-reject-text
			move "n" to ws-valid
		else
		if ws-tok2(21:) is not equal to spaces
			move "DEPARTMENT LONGER THAN 20 CHARACTERS" to ws-reject-text
			move "n" to ws-valid
		else
			move "y" to ws-dup-check
		end-if
		end-if
		end-if
		end-if
	end-if.
end-validate-dept.

validate-billctl.
	if ws-tok2 is not equal to spaces
		move "TOO MANY FIELDS" to ws-reject-text
		move "n" to ws-valid
	else
		if function upper-case(ws-tok1) is not equal to "PREVIOUS"
			move "n" to ws-valid
			if ws-tok1(7:) is equal to spaces
					and ws-tok1(1:6) is numeric
				move ws-tok1(5:2) to ws-period-month
				if ws-period-month is greater than 0
						and ws-period-month is less than 13
					move "y" to ws-valid
				end-if
			end-if
			if ws-valid is not equal to "y"
				move "PERIOD MUST BE YYYYMM (MONTH 01-12) OR PREVIOUS"
					to ws-reject-text
			end-if
		end-if
	end-if.
end-validate-billctl.

validate-num.
	move "n" to ws-valid.
	move 0 to ws-bad-char-count.
	inspect ws-tok-work tallying ws-bad-char-count for all "-".
	inspect ws-tok-work tallying ws-bad-char-count for all "+".
	inspect ws-tok-work tallying ws-bad-char-count for all ".".
	move spaces to ws-reject-text.
	if ws-tok-work is equal to spaces
		string function trim(ws-field-name) delimited by size
			" MISSING" delimited by size
			into ws-reject-text
	else
		compute ws-testpos = function test-numval(ws-tok-work)
		if ws-bad-char-count is greater than 0
				or ws-testpos is not equal to 0
			string function trim(ws-field-name) delimited by size
				" NOT NUMERIC" delimited by size
				into ws-reject-text
		else
			compute ws-num = function numval(ws-tok-work)
			if ws-num is less than ws-num-floor
					or ws-num is greater than ws-num-ceiling
				move ws-num-floor to ws-n1-disp
				move ws-num-ceiling to ws-n2-disp
				string function trim(ws-field-name) delimited by size
					" OUT OF RANGE " delimited by size
					function trim(ws-n1-disp) delimited by size
					" TO " delimited by size
					function trim(ws-n2-disp) delimited by size
					into ws-reject-text
			else
				move "y" to ws-valid
			end-if
		end-if
	end-if.
end-validate-num.

check-duplicate.
	move ws-entry to ws-key-src.
	perform extract-entry-key.
	move ws-key-text to ws-dup-key.
	move 0 to ws-dup-line.
	move 1 to ws-dup-idx.
	perform scan-duplicate
		until ws-dup-idx is greater than ws-ent-count
			or ws-dup-line is greater than 0.
	if ws-dup-line is greater than 0
		move ws-dup-line to ws-line-disp
		move spaces to ws-reject-text
		string "DUPLICATES LINE " delimited by size
			ws-line-disp delimited by size
			into ws-reject-text
		move "n" to ws-valid
	end-if.
end-check-duplicate.

scan-duplicate.
	if ws-dup-idx is not equal to ws-chg-idx
			and ent-line(ws-dup-idx) is not equal to spaces
			and ent-line(ws-dup-idx)(1:1) is not equal to "*"
		move ent-line(ws-dup-idx) to ws-key-src
		perform extract-entry-key
		if ws-key-text is equal to ws-dup-key
			move ws-dup-idx to ws-dup-line
		end-if
	end-if.
	add 1 to ws-dup-idx.
end-scan-duplicate.

extract-entry-key.
	move spaces to ws-key-text ws-key-tok.
	move function trim(ws-key-src) to ws-key-work.
	if ws-scr-code is equal to "RETN"
		unstring ws-key-work delimited by "="
			into ws-key-tok
		move function trim(ws-key-tok) to ws-key-text
	else
		unstring ws-key-work delimited by all spaces
			into ws-key-tok
		if ws-scr-code is equal to "DEPT"
			move ws-key-tok to ws-key-text
		else
			move function upper-case(ws-key-tok) to ws-key-text
			if ws-scr-code is not equal to "RATES"
				compute ws-testpos = function test-numval(ws-key-tok)
				if ws-testpos is equal to 0
					compute ws-key-num = function numval(ws-key-tok)
					move ws-key-num to ws-n1-disp
					move function trim(ws-n1-disp) to ws-key-text
				end-if
			end-if
		end-if
	end-if.
end-extract-entry-key.

check-authority.
	accept ws-operator from environment "USER".
	if ws-operator is equal to spaces
		move "UNKNOWN" to ws-operator
	end-if.
	move "n" to ws-auth-ok.
	move 0 to ws-auth-maxnum.
	move 0 to ws-auth-maxwidth.
	move "n" to ws-auth-num-open.
	move "n" to ws-auth-width-open.
	if ws-auth-loaded is not equal to "y"
		perform load-auth-table
	end-if.
	if ws-auth-file-ok is not equal to "y"
		move "NO-AUTH-FILE" to ws-sec-reason
		move "FILE=soeauth.dat MISSING OR EMPTY" to ws-sec-detail
		perform record-security-violation
	else
		move 1 to ws-auth-uidx
		perform scan-auth-user
			until ws-auth-uidx is greater than ws-auth-user-count
		if ws-auth-ok is not equal to "y"
			move "NOT-AUTH" to ws-sec-reason
			move spaces to ws-sec-detail
			string "FUNCTION=" delimited by size
				function trim(ws-auth-func) delimited by size
				" NOT GRANTED" delimited by size
				into ws-sec-detail
			perform record-security-violation
		else
			if ws-auth-num-open is equal to "y"
				move 0 to ws-auth-maxnum
			end-if
			if ws-auth-width-open is equal to "y"
				move 0 to ws-auth-maxwidth
			end-if
		end-if
	end-if.
end-check-authority.

load-auth-table.
	move "y" to ws-auth-loaded.
	move "n" to ws-auth-file-ok.
	move 0 to ws-auth-role-count.
	move 0 to ws-auth-user-count.
	open input auth-file.
	if ws-auth-status is equal to "00"
		perform load-auth-line
			until ws-auth-status is not equal to "00"
		close auth-file
	end-if.
	if ws-auth-role-count is greater than 0
			and ws-auth-user-count is greater than 0
		move "y" to ws-auth-file-ok
	end-if.
end-load-auth-table.

load-auth-line.
	read auth-file
		at end move "10" to ws-auth-status
	end-read.
	if ws-auth-status is equal to "00"
			and auth-record is not equal to spaces
			and auth-record(1:1) is not equal to "*"
		move spaces to auth-token-area
		unstring auth-record delimited by all spaces
			into auth-token(1) auth-token(2) auth-token(3)
				auth-token(4) auth-token(5) auth-token(6)
		move function upper-case(auth-token(1)) to auth-token(1)
		if auth-token(1) is equal to "ROLE"
				and auth-token(2) is not equal to spaces
				and ws-auth-role-count is less than 100
			add 1 to ws-auth-role-count
			move function upper-case(auth-token(2))
				to ar-name(ws-auth-role-count)
			move spaces to ar-entry(ws-auth-role-count)(21:80)
			move 0 to ar-maxnum(ws-auth-role-count)
			move 0 to ar-maxwidth(ws-auth-role-count)
			move 3 to ws-auth-tidx
			perform load-auth-role-token
				until ws-auth-tidx is greater than 6
		end-if
		if auth-token(1) is equal to "USER"
				and auth-token(2) is not equal to spaces
				and auth-token(3) is not equal to spaces
				and ws-auth-user-count is less than 500
			add 1 to ws-auth-user-count
			move auth-token(2) to au-operator(ws-auth-user-count)
			move function upper-case(auth-token(3))
				to au-role(ws-auth-user-count)
		end-if
	end-if.
end-load-auth-line.

load-auth-role-token.
	move function upper-case(auth-token(ws-auth-tidx))
		to auth-token(ws-auth-tidx).
	if auth-token(ws-auth-tidx)(1:6) is equal to "FUNCS="
		move auth-token(ws-auth-tidx)(7:74) to ws-auth-val
		unstring ws-auth-val delimited by ","
			into ar-func(ws-auth-role-count, 1)
				ar-func(ws-auth-role-count, 2)
				ar-func(ws-auth-role-count, 3)
				ar-func(ws-auth-role-count, 4)
				ar-func(ws-auth-role-count, 5)
				ar-func(ws-auth-role-count, 6)
				ar-func(ws-auth-role-count, 7)
				ar-func(ws-auth-role-count, 8)
				ar-func(ws-auth-role-count, 9)
				ar-func(ws-auth-role-count, 10)
	end-if.
	if auth-token(ws-auth-tidx)(1:7) is equal to "MAXNUM="
		move auth-token(ws-auth-tidx)(8:73) to ws-auth-val
		compute ws-auth-test = function test-numval(ws-auth-val)
		if ws-auth-test is equal to 0
			compute ar-maxnum(ws-auth-role-count) =
				function numval(ws-auth-val)
		end-if
	end-if.
	if auth-token(ws-auth-tidx)(1:9) is equal to "MAXWIDTH="
		move auth-token(ws-auth-tidx)(10:71) to ws-auth-val
		compute ws-auth-test = function test-numval(ws-auth-val)
		if ws-auth-test is equal to 0
			compute ar-maxwidth(ws-auth-role-count) =
				function numval(ws-auth-val)
		end-if
	end-if.
	add 1 to ws-auth-tidx.
end-load-auth-role-token.

scan-auth-user.
	if au-operator(ws-auth-uidx) is equal to ws-operator
		move au-role(ws-auth-uidx) to ws-auth-role
		move 1 to ws-auth-ridx
		perform scan-auth-role
			until ws-auth-ridx is greater than ws-auth-role-count
	end-if.
	add 1 to ws-auth-uidx.
end-scan-auth-user.

scan-auth-role.
	if ar-name(ws-auth-ridx) is equal to ws-auth-role
		move 1 to ws-auth-fidx
		perform scan-auth-func
			until ws-auth-fidx is greater than 10
	end-if.
	add 1 to ws-auth-ridx.
end-scan-auth-role.

scan-auth-func.
	if ar-func(ws-auth-ridx, ws-auth-fidx) is equal to ws-auth-func
		move "y" to ws-auth-ok
		if ar-maxnum(ws-auth-ridx) is equal to 0
			move "y" to ws-auth-num-open
		else
			if ar-maxnum(ws-auth-ridx) is greater than ws-auth-maxnum
				move ar-maxnum(ws-auth-ridx) to ws-auth-maxnum
			end-if
		end-if
		if ar-maxwidth(ws-auth-ridx) is equal to 0
			move "y" to ws-auth-width-open
		else
			if ar-maxwidth(ws-auth-ridx) is greater than ws-auth-maxwidth
				move ar-maxwidth(ws-auth-ridx) to ws-auth-maxwidth
			end-if
		end-if
		move 11 to ws-auth-fidx
	else
		add 1 to ws-auth-fidx
	end-if.
end-scan-auth-func.

record-security-violation.
	move "n" to ws-auth-ok.
	display "error: operator " function trim(ws-operator)
		" refused " function trim(ws-auth-func)
		" -- " function trim(ws-sec-reason)
		" " function trim(ws-sec-detail).
	move function current-date to ws-sec-ts.
	move spaces to sec-record.
	move ws-sec-ts(1:14) to sec-ts.
	move ws-operator to sec-operator.
	move "soeCtlMnt" to sec-program.
	move ws-auth-func to sec-function.
	move ws-sec-reason to sec-reason.
	move ws-sec-detail to sec-detail.
	open extend sec-file.
	if ws-sec-status is not equal to "00"
		open output sec-file
	end-if.
	write sec-record.
	close sec-file.
end-record-security-violation.
