identification division.
program-id. soeExcept.
environment division.
input-output section.
file-control.
	select standard-input assign to keyboard.
	select standard-output assign to display.
	select excq-file assign to "soeexcq.dat"
		organization is indexed
		access mode is dynamic
		record key is exq-id
		file status is ws-excq-status.
	select errin-file assign to "soeerror.dat"
		organization is line sequential
		file status is ws-errin-status.
	select hwm-file assign to "soeexchwm.dat"
		organization is line sequential
		file status is ws-hwm-status.
	select rfile assign to dynamic ws-rname
		organization is line sequential.
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
fd excq-file.
01 exq-record.
	05 exq-id pic 9(9).
	05 exq-ts pic x(14).
	05 exq-reason pic x(12).
	05 exq-parm pic x(104).
	05 exq-key pic x(30).
	05 exq-status pic x(12).
	05 exq-loaded-ts pic x(14).
	05 exq-ack-operator pic x(30).
	05 exq-ack-ts pic x(14).
	05 exq-ack-note pic x(60).
	05 exq-res-operator pic x(30).
	05 exq-res-ts pic x(14).
	05 exq-res-note pic x(60).
fd errin-file.
01 errin-record pic x(132).
fd hwm-file.
01 hwm-record pic x(80).
fd rfile.
01 report-record pic x(80).
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
77 ws-excq-status pic x(2).
77 ws-errin-status pic x(2).
77 ws-hwm-status pic x(2).
77 ws-err-status pic x(2).
77 ws-rname pic x(60).
77 ws-timestamp pic x(21).
77 ws-run-date pic x(10).
77 ws-page-no pic 9(4) usage is computational.
77 ws-line-count pic 9(4) usage is computational.
77 ws-page-disp pic z(3)9.
77 ws-page-trim pic x(4).
77 ws-work-line pic x(80).
77 ws-raw pic x(80).
77 ws-verb pic x(20).
77 ws-arg pic x(80).
77 ws-ptr pic 9(4) usage is computational.
77 ws-eof pic x(1) value "n".
77 ws-quit pic x(1) value "n".
77 ws-filter pic x(12).
77 ws-match pic x(1).
77 ws-action pic x(12).
77 ws-note pic x(80).
77 ws-id-text pic x(20).
77 ws-id-from-text pic x(20).
77 ws-id-to-text pic x(20).
77 ws-id-from pic 9(9) usage is computational.
77 ws-id-to pic 9(9) usage is computational.
77 ws-id-cur pic 9(9) usage is computational.
77 ws-id-span pic 9(9) usage is computational.
77 ws-id-max-span pic 9(9) usage is computational value 1000.
77 ws-id-ok pic x(1).
77 ws-testpos pic 9(4) usage is computational.
77 ws-bad-char-count pic 9(4) usage is computational.
77 ws-line-no pic 9(9) usage is computational.
77 ws-hwm-line pic 9(9) usage is computational.
77 ws-hwm-disp pic 9(9).
77 ws-hwm-key pic x(27).
77 ws-last-key pic x(27).
77 ws-hwm-ok pic x(1).
77 ws-load-count pic 9(9) usage is computational.
77 ws-dup-count pic 9(9) usage is computational.
77 ws-list-count pic 9(9) usage is computational.
77 ws-done-count pic 9(9) usage is computational.
77 ws-skip-count pic 9(9) usage is computational.
77 ws-open-total pic 9(9) usage is computational.
77 ws-ack-total pic 9(9) usage is computational.
77 ws-res-total pic 9(9) usage is computational.
77 ws-today pic 9(9) usage is computational.
77 ws-day pic 9(9) usage is computational.
77 ws-next-day pic 9(9) usage is computational.
77 ws-age pic 9(9) usage is computational.
77 ws-date-num pic 9(8).
77 ws-bin pic 9(1) usage is computational.
77 ws-reason-count pic 9(4) usage is computational.
77 ws-reason-max pic 9(4) usage is computational value 50.
77 ws-reason-idx pic 9(4) usage is computational.
77 ws-reason-lost pic 9(9) usage is computational.
77 ws-off-count pic 9(4) usage is computational.
77 ws-off-max pic 9(4) usage is computational value 1000.
77 ws-off-idx pic 9(4) usage is computational.
77 ws-off-lost pic 9(9) usage is computational.
77 ws-off-listed pic 9(9) usage is computational.
77 ws-found-idx pic 9(4) usage is computational.
77 ws-repeat-nights pic 9(4) usage is computational value 2.
77 ws-flag pic x(1).
77 ws-id-disp pic z(8)9.
77 ws-age-disp pic z(3)9.
77 ws-cnt-disp pic z(7)9.
77 ws-cnt2-disp pic z(7)9.
77 ws-c1-disp pic z(7)9.
77 ws-c2-disp pic z(7)9.
77 ws-c3-disp pic z(7)9.
77 ws-c4-disp pic z(7)9.
77 ws-c5-disp pic z(7)9.
77 ws-c6-disp pic z(7)9.
77 ws-open-disp pic z(3)9.
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
77 ws-operator pic x(30).
01 input-area.
    02 in-r   pic x(80).
01 reason-table.
	05 rs-entry occurs 50 times.
		10 rs-reason pic x(12).
		10 rs-open pic 9(9) usage is computational.
		10 rs-ack pic 9(9) usage is computational.
		10 rs-bin pic 9(9) usage is computational occurs 4 times.
		10 rs-oldest pic x(8).
01 offender-table.
	05 of-entry occurs 1000 times.
		10 of-reason pic x(12).
		10 of-key pic x(30).
		10 of-count pic 9(9) usage is computational.
		10 of-last-day pic 9(9) usage is computational.
		10 of-last-date pic x(8).
		10 of-streak pic 9(4) usage is computational.
		10 of-max-streak pic 9(4) usage is computational.
		10 of-unres pic 9(9) usage is computational.
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
	perform open-queue.
	accept ws-raw from command-line.
	move function trim(ws-raw) to ws-raw.
	if ws-raw is not equal to spaces
		perform run-command
	else
		perform command-cycle until ws-quit is equal to "y"
	end-if.
	close excq-file.
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

open-queue.
	open i-o excq-file.
	if ws-excq-status is equal to "35"
		open output excq-file
		close excq-file
		open i-o excq-file
	end-if.
	if ws-excq-status is not equal to "00"
		display "error: cannot open exception queue soeexcq.dat"
			" status " ws-excq-status
		move 12 to ws-rc-new
		move "FILE-OPEN" to ws-err-reason
		move "FILE=soeexcq.dat" to ws-err-parm
		perform record-abnormal-condition
		move ws-return-code to return-code
		stop run
	end-if.
end-open-queue.

read-command.
	move spaces to input-area.
	read standard-input into input-area
		at end move "y" to ws-eof
	end-read.
end-read-command.

command-cycle.
	display "command: LOAD, LIST [OPEN|ACKNOWLEDGED|RESOLVED|ALL|reason],"
		" SHOW n, ACK n[-m] note, RESOLVE n[-m] note, REPORT or QUIT".
	perform read-command.
	if ws-eof is equal to "y"
		move "y" to ws-quit
	else
		move function trim(in-r) to ws-raw
		perform run-command
	end-if.
end-command-cycle.

run-command.
	move spaces to ws-verb ws-arg.
	move 1 to ws-ptr.
	unstring ws-raw delimited by all spaces
		into ws-verb with pointer ws-ptr.
	if ws-ptr is less than 81
		move ws-raw(ws-ptr:) to ws-arg
	end-if.
	move function upper-case(ws-verb) to ws-verb.
	if ws-verb is equal to "LOAD"
		perform load-new-errors
	else
	if ws-verb is equal to "LIST"
		perform list-queue
	else
	if ws-verb is equal to "SHOW"
		perform show-item
	else
	if ws-verb is equal to "ACK"
		move "ACKNOWLEDGED" to ws-action
		perform update-items
	else
	if ws-verb is equal to "RESOLVE"
		move "RESOLVED" to ws-action
		perform update-items
	else
	if ws-verb is equal to "REPORT"
		perform load-new-errors
		perform write-triage-report
	else
	if ws-verb is equal to "QUIT"
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
end-run-command.

load-high-water.
	move 0 to ws-hwm-line.
	move spaces to ws-hwm-key.
	open input hwm-file.
	if ws-hwm-status is equal to "00"
		read hwm-file
		if ws-hwm-status is equal to "00"
			if hwm-record(1:9) is equal to "LASTLINE="
					and hwm-record(10:9) is numeric
				move hwm-record(10:9) to ws-hwm-disp
				move ws-hwm-disp to ws-hwm-line
				if hwm-record(20:8) is equal to "LASTREC="
					move hwm-record(28:27) to ws-hwm-key
				end-if
			end-if
		end-if
		close hwm-file
	end-if.
	if ws-hwm-line is equal to 0
		display "no high-water mark soeexchwm.dat --"
			" loading soeerror.dat from the first line"
	end-if.
end-load-high-water.

save-high-water.
	move ws-line-no to ws-hwm-disp.
	open output hwm-file.
	move spaces to hwm-record.
	string "LASTLINE=" delimited by size
		ws-hwm-disp delimited by size
		" LASTREC=" delimited by size
		ws-last-key delimited by size
		into hwm-record.
	write hwm-record.
	close hwm-file.
end-save-high-water.

load-new-errors.
	perform load-high-water.
	move 0 to ws-line-no.
	move 0 to ws-load-count.
	move 0 to ws-dup-count.
	move spaces to ws-last-key.
	move "y" to ws-hwm-ok.
	move function current-date to ws-timestamp.
	open input errin-file.
	if ws-errin-status is equal to "00"
		perform load-error-line
			until ws-errin-status is not equal to "00"
		close errin-file
	end-if.
	if ws-line-no is less than ws-hwm-line
		move "n" to ws-hwm-ok
	end-if.
	if ws-hwm-ok is not equal to "y"
		move ws-line-no to ws-cnt-disp
		move ws-hwm-line to ws-cnt2-disp
		display "error: soeerror.dat does not match high-water mark"
			" soeexchwm.dat -- nothing loaded"
		move 8 to ws-rc-new
		move "HWM-MISMATCH" to ws-err-reason
		move spaces to ws-err-parm
		string "FILE=soeerror.dat LINES=" delimited by size
			function trim(ws-cnt-disp) delimited by size
			" HWM=" delimited by size
			function trim(ws-cnt2-disp) delimited by size
			into ws-err-parm
		perform record-abnormal-condition
	else
		if ws-line-no is greater than ws-hwm-line
			perform save-high-water
		end-if
		move ws-load-count to ws-cnt-disp
		display "loaded " function trim(ws-cnt-disp)
			" new exception(s) from soeerror.dat into soeexcq.dat"
		if ws-dup-count is greater than 0
			move ws-dup-count to ws-cnt-disp
			display "warning: " function trim(ws-cnt-disp)
				" line(s) already queued were skipped"
		end-if
	end-if.
end-load-new-errors.

load-error-line.
	read errin-file
		at end move "10" to ws-errin-status
	end-read.
	if ws-errin-status is equal to "00"
		add 1 to ws-line-no
		if ws-line-no is equal to ws-hwm-line
				and errin-record(1:27) is not equal to ws-hwm-key
			move "n" to ws-hwm-ok
		end-if
		if ws-line-no is greater than ws-hwm-line
				and ws-hwm-ok is equal to "y"
				and errin-record is not equal to spaces
			perform queue-error-line
		end-if
		move errin-record(1:27) to ws-last-key
	end-if.
end-load-error-line.

queue-error-line.
	move spaces to exq-record.
	move ws-line-no to exq-id.
	move errin-record(1:14) to exq-ts.
	move errin-record(16:12) to exq-reason.
	move errin-record(29:104) to exq-parm.
	unstring exq-parm delimited by all spaces
		into exq-key.
	if exq-key is equal to spaces
		move "(NONE)" to exq-key
	end-if.
	move "OPEN" to exq-status.
	move ws-timestamp(1:14) to exq-loaded-ts.
	write exq-record
		invalid key add 1 to ws-dup-count
		not invalid key add 1 to ws-load-count
	end-write.
end-queue-error-line.

list-queue.
	move function upper-case(function trim(ws-arg)) to ws-filter.
	if ws-filter is equal to spaces
		move "UNRESOLVED" to ws-filter
	end-if.
	if ws-filter is equal to "ACK"
		move "ACKNOWLEDGED" to ws-filter
	end-if.
	move 0 to ws-list-count.
	move 0 to exq-id.
	start excq-file key is greater than exq-id
		invalid key move "23" to ws-excq-status
	end-start.
	perform list-queue-line
		until ws-excq-status is not equal to "00".
	move ws-list-count to ws-cnt-disp.
	display function trim(ws-cnt-disp) " exception(s) listed ("
		function trim(ws-filter) ")".
end-list-queue.

list-queue-line.
	read excq-file next record
		at end move "10" to ws-excq-status
	end-read.
	if ws-excq-status is equal to "00"
		perform test-list-filter
		if ws-match is equal to "y"
			add 1 to ws-list-count
			move exq-id to ws-id-disp
			display ws-id-disp " " exq-ts(1:8) " " exq-ts(9:4) " "
				exq-status " " exq-reason " " exq-parm(1:30)
		end-if
	end-if.
end-list-queue-line.

test-list-filter.
	move "n" to ws-match.
	if ws-filter is equal to "ALL"
		move "y" to ws-match
	else
	if ws-filter is equal to "UNRESOLVED"
		if exq-status is not equal to "RESOLVED"
			move "y" to ws-match
		end-if
	else
	if ws-filter is equal to "OPEN"
			or ws-filter is equal to "ACKNOWLEDGED"
			or ws-filter is equal to "RESOLVED"
		if exq-status is equal to ws-filter
			move "y" to ws-match
		end-if
	else
		if exq-reason is equal to ws-filter
				and exq-status is not equal to "RESOLVED"
			move "y" to ws-match
		end-if
	end-if
	end-if
	end-if.
end-test-list-filter.

take-id-range.
	move "n" to ws-id-ok.
	move spaces to ws-id-text ws-note.
	move 1 to ws-ptr.
	move function trim(ws-arg) to ws-raw.
	unstring ws-raw delimited by all spaces
		into ws-id-text with pointer ws-ptr.
	if ws-ptr is less than 81
		move function trim(ws-raw(ws-ptr:)) to ws-note
	end-if.
	move spaces to ws-id-from-text ws-id-to-text.
	unstring ws-id-text delimited by "-"
		into ws-id-from-text ws-id-to-text.
	if ws-id-from-text is equal to spaces
		display "error: enter an exception number"
	else
		move 0 to ws-bad-char-count
		inspect ws-id-text tallying ws-bad-char-count for all "+"
		inspect ws-id-text tallying ws-bad-char-count for all "."
		compute ws-testpos = function test-numval(ws-id-from-text)
		if ws-testpos is not equal to 0
				or ws-bad-char-count is greater than 0
			display "error: exception number is not numeric -- "
				function trim(ws-id-text)
		else
			compute ws-id-from = function numval(ws-id-from-text)
			move ws-id-from to ws-id-to
			move "y" to ws-id-ok
			if ws-id-to-text is not equal to spaces
				compute ws-testpos = function test-numval(ws-id-to-text)
				if ws-testpos is not equal to 0
					display "error: exception number is not numeric -- "
						function trim(ws-id-text)
					move "n" to ws-id-ok
				else
					compute ws-id-to = function numval(ws-id-to-text)
				end-if
			end-if
		end-if
	end-if.
	if ws-id-ok is equal to "y"
		if ws-id-from is equal to 0
				or ws-id-to is less than ws-id-from
			display "error: invalid exception range "
				function trim(ws-id-text)
			move "n" to ws-id-ok
		else
			compute ws-id-span = ws-id-to - ws-id-from
			if ws-id-span is not less than ws-id-max-span
				display "error: at most 1000 exceptions per command"
				move "n" to ws-id-ok
			end-if
		end-if
	end-if.
end-take-id-range.

show-item.
	perform take-id-range.
	if ws-id-ok is equal to "y"
		move ws-id-from to exq-id
		read excq-file
			invalid key move "23" to ws-excq-status
		end-read
		if ws-excq-status is not equal to "00"
			move ws-id-from to ws-id-disp
			display "error: exception " function trim(ws-id-disp)
				" is not in the queue"
		else
			move exq-id to ws-id-disp
			display "exception " function trim(ws-id-disp)
				"  status " function trim(exq-status)
			display "  raised   " exq-ts "  " exq-reason
			display "  detail   " function trim(exq-parm)
			display "  loaded   " exq-loaded-ts
			if exq-ack-ts is not equal to spaces
				display "  acked    " exq-ack-ts "  "
					function trim(exq-ack-operator)
				display "           " function trim(exq-ack-note)
			end-if
			if exq-res-ts is not equal to spaces
				display "  resolved " exq-res-ts "  "
					function trim(exq-res-operator)
				display "           " function trim(exq-res-note)
			end-if
		end-if
	end-if.
end-show-item.

update-items.
	perform take-id-range.
	if ws-id-ok is equal to "y"
		if ws-note is equal to spaces
			display "error: a note is required -- "
				function trim(ws-verb) " n[-m] note"
			move "n" to ws-id-ok
		end-if
	end-if.
	if ws-id-ok is equal to "y"
		move "EXCEPT" to ws-auth-func
		perform check-authority
		if ws-auth-ok is not equal to "y"
			move 16 to ws-rc-new
			perform raise-return-code
			move "n" to ws-id-ok
		end-if
	end-if.
	if ws-id-ok is equal to "y"
		move function current-date to ws-timestamp
		move 0 to ws-done-count
		move 0 to ws-skip-count
		move ws-id-from to ws-id-cur
		perform update-one-item
			until ws-id-cur is greater than ws-id-to
		move ws-done-count to ws-cnt-disp
		display function trim(ws-cnt-disp) " exception(s) "
			function lower-case(function trim(ws-action))
		if ws-skip-count is greater than 0
			move ws-skip-count to ws-cnt-disp
			display function trim(ws-cnt-disp) " exception(s) skipped"
		end-if
	end-if.
end-update-items.

update-one-item.
	move ws-id-cur to exq-id.
	move ws-id-cur to ws-id-disp.
	read excq-file
		invalid key move "23" to ws-excq-status
	end-read.
	if ws-excq-status is not equal to "00"
		if ws-id-from is equal to ws-id-to
			display "error: exception " function trim(ws-id-disp)
				" is not in the queue"
		end-if
		add 1 to ws-skip-count
	else
		if exq-status is equal to "RESOLVED"
				or ws-action is equal to exq-status
			display "exception " function trim(ws-id-disp)
				" is already " function trim(exq-status)
			add 1 to ws-skip-count
		else
			if ws-action is equal to "ACKNOWLEDGED"
				move ws-operator to exq-ack-operator
				move ws-timestamp(1:14) to exq-ack-ts
				move ws-note to exq-ack-note
			else
				move ws-operator to exq-res-operator
				move ws-timestamp(1:14) to exq-res-ts
				move ws-note to exq-res-note
			end-if
			move ws-action to exq-status
			rewrite exq-record
				invalid key move "23" to ws-excq-status
			end-rewrite
			if ws-excq-status is equal to "00"
				add 1 to ws-done-count
			else
				display "error: cannot update exception "
					function trim(ws-id-disp) " status " ws-excq-status
				add 1 to ws-skip-count
				move 12 to ws-rc-new
				move "FILE-WRITE" to ws-err-reason
				move spaces to ws-err-parm
				string "FILE=soeexcq.dat ID=" delimited by size
					function trim(ws-id-disp) delimited by size
					into ws-err-parm
				perform record-abnormal-condition
			end-if
		end-if
	end-if.
	add 1 to ws-id-cur.
end-update-one-item.

write-triage-report.
	perform build-triage-tables.
	perform build-rpt-fname.
	open output rfile.
	move 0 to ws-page-no.
	perform write-report-header.
	perform write-summary-section.
	perform write-reason-section.
	perform write-offender-section.
	perform write-detail-section.
	close rfile.
	display "triage report written to " function trim(ws-rname).
end-write-triage-report.

build-triage-tables.
	move function current-date to ws-timestamp.
	move ws-timestamp(1:8) to ws-date-num.
	compute ws-today = function integer-of-date(ws-date-num).
	move 0 to ws-open-total ws-ack-total ws-res-total.
	move 0 to ws-reason-count ws-reason-lost.
	move 0 to ws-off-count ws-off-lost.
	move 0 to exq-id.
	start excq-file key is greater than exq-id
		invalid key move "23" to ws-excq-status
	end-start.
	perform tally-queue-item
		until ws-excq-status is not equal to "00".
end-build-triage-tables.

tally-queue-item.
	read excq-file next record
		at end move "10" to ws-excq-status
	end-read.
	if ws-excq-status is equal to "00"
		perform compute-item-day
		if exq-status is equal to "OPEN"
			add 1 to ws-open-total
		else
		if exq-status is equal to "ACKNOWLEDGED"
			add 1 to ws-ack-total
		else
			add 1 to ws-res-total
		end-if
		end-if
		perform tally-offender
		if exq-status is not equal to "RESOLVED"
			perform tally-reason
		end-if
	end-if.
end-tally-queue-item.

compute-item-day.
	move 0 to ws-day.
	if exq-ts(1:8) is numeric
		move exq-ts(1:8) to ws-date-num
		if ws-date-num(5:2) is greater than "00"
				and ws-date-num(5:2) is less than "13"
				and ws-date-num(7:2) is greater than "00"
				and ws-date-num(7:2) is less than "32"
			compute ws-day = function integer-of-date(ws-date-num)
		end-if
	end-if.
	if ws-day is equal to 0 or ws-day is greater than ws-today
		move 0 to ws-age
	else
		compute ws-age = ws-today - ws-day
	end-if.
end-compute-item-day.

tally-reason.
	move 0 to ws-found-idx.
	move 1 to ws-reason-idx.
	perform scan-reason
		until ws-reason-idx is greater than ws-reason-count
			or ws-found-idx is greater than 0.
	if ws-found-idx is equal to 0
		if ws-reason-count is less than ws-reason-max
			add 1 to ws-reason-count
			move ws-reason-count to ws-found-idx
			move exq-reason to rs-reason(ws-found-idx)
			move 0 to rs-open(ws-found-idx)
			move 0 to rs-ack(ws-found-idx)
			move 0 to rs-bin(ws-found-idx, 1)
			move 0 to rs-bin(ws-found-idx, 2)
			move 0 to rs-bin(ws-found-idx, 3)
			move 0 to rs-bin(ws-found-idx, 4)
			move exq-ts(1:8) to rs-oldest(ws-found-idx)
		else
			add 1 to ws-reason-lost
		end-if
	end-if.
	if ws-found-idx is greater than 0
		if exq-status is equal to "OPEN"
			add 1 to rs-open(ws-found-idx)
		else
			add 1 to rs-ack(ws-found-idx)
		end-if
		if ws-age is equal to 0
			move 1 to ws-bin
		else
		if ws-age is equal to 1
			move 2 to ws-bin
		else
		if ws-age is less than 8
			move 3 to ws-bin
		else
			move 4 to ws-bin
		end-if
		end-if
		end-if
		add 1 to rs-bin(ws-found-idx, ws-bin)
		if exq-ts(1:8) is less than rs-oldest(ws-found-idx)
			move exq-ts(1:8) to rs-oldest(ws-found-idx)
		end-if
	end-if.
end-tally-reason.

scan-reason.
	if rs-reason(ws-reason-idx) is equal to exq-reason
		move ws-reason-idx to ws-found-idx
	end-if.
	add 1 to ws-reason-idx.
end-scan-reason.

find-offender.
	move 0 to ws-found-idx.
	move 1 to ws-off-idx.
	perform scan-offender
		until ws-off-idx is greater than ws-off-count
			or ws-found-idx is greater than 0.
end-find-offender.

scan-offender.
	if of-reason(ws-off-idx) is equal to exq-reason
			and of-key(ws-off-idx) is equal to exq-key
		move ws-off-idx to ws-found-idx
	end-if.
	add 1 to ws-off-idx.
end-scan-offender.

tally-offender.
	perform find-offender.
	if ws-found-idx is equal to 0
		if ws-off-count is less than ws-off-max
			add 1 to ws-off-count
			move ws-off-count to ws-found-idx
			move exq-reason to of-reason(ws-found-idx)
			move exq-key to of-key(ws-found-idx)
			move 0 to of-count(ws-found-idx)
			move 0 to of-last-day(ws-found-idx)
			move spaces to of-last-date(ws-found-idx)
			move 0 to of-streak(ws-found-idx)
			move 0 to of-max-streak(ws-found-idx)
			move 0 to of-unres(ws-found-idx)
		else
			add 1 to ws-off-lost
		end-if
	end-if.
	if ws-found-idx is greater than 0
		add 1 to of-count(ws-found-idx)
		if exq-status is not equal to "RESOLVED"
			add 1 to of-unres(ws-found-idx)
		end-if
		if ws-day is greater than 0
				and ws-day is not equal to of-last-day(ws-found-idx)
			compute ws-next-day = of-last-day(ws-found-idx) + 1
			if of-last-day(ws-found-idx) is greater than 0
					and ws-day is equal to ws-next-day
				add 1 to of-streak(ws-found-idx)
			else
				move 1 to of-streak(ws-found-idx)
			end-if
			if of-streak(ws-found-idx)
					is greater than of-max-streak(ws-found-idx)
				move of-streak(ws-found-idx)
					to of-max-streak(ws-found-idx)
			end-if
			move ws-day to of-last-day(ws-found-idx)
			move exq-ts(1:8) to of-last-date(ws-found-idx)
		end-if
	end-if.
end-tally-offender.

build-rpt-fname.
	move function current-date to ws-timestamp.
	move spaces to ws-rname.
	string "soeExcRpt-" delimited by size
		ws-timestamp(1:14) delimited by size
		".txt" delimited by size
		into ws-rname.
	move ws-timestamp(1:4) to ws-run-date(1:4).
	move "-" to ws-run-date(5:1).
	move ws-timestamp(5:2) to ws-run-date(6:2).
	move "-" to ws-run-date(8:1).
	move ws-timestamp(7:2) to ws-run-date(9:2).
end-build-rpt-fname.

write-report-header.
	add 1 to ws-page-no.
	move ws-page-no to ws-page-disp.
	move function trim(ws-page-disp) to ws-page-trim.
	move spaces to report-record.
	string "----- EXCEPTION TRIAGE REPORT -- PAGE " delimited by size
		function trim(ws-page-trim) delimited by size
		" -----" delimited by size
		into report-record.
	write report-record.
	move spaces to report-record.
	string "RUN DATE: " delimited by size
		ws-run-date delimited by size
		into report-record.
	write report-record.
	move spaces to report-record.
	write report-record.
	move 0 to ws-line-count.
end-write-report-header.

write-rpt-line.
	move ws-work-line to report-record.
	write report-record.
	add 1 to ws-line-count.
	if ws-line-count is greater than or equal to 55
		perform write-report-header
	end-if.
end-write-rpt-line.

write-summary-section.
	move "EXCEPTION QUEUE (SOEEXCQ.DAT)" to ws-work-line.
	perform write-rpt-line.
	move ws-load-count to ws-cnt-disp.
	move spaces to ws-work-line.
	string "  LOADED THIS RUN:    " delimited by size
		ws-cnt-disp delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-open-total to ws-cnt-disp.
	move spaces to ws-work-line.
	string "  OPEN:               " delimited by size
		ws-cnt-disp delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-ack-total to ws-cnt-disp.
	move spaces to ws-work-line.
	string "  ACKNOWLEDGED:       " delimited by size
		ws-cnt-disp delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-res-total to ws-cnt-disp.
	move spaces to ws-work-line.
	string "  RESOLVED:           " delimited by size
		ws-cnt-disp delimited by size
		into ws-work-line.
	perform write-rpt-line.
	if ws-hwm-ok is not equal to "y"
		move "  ** SOEERROR.DAT DOES NOT MATCH HIGH-WATER MARK -- NOT LOADED"
			to ws-work-line
		perform write-rpt-line
	end-if.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-summary-section.

write-reason-section.
	move "UNRESOLVED EXCEPTIONS BY REASON CODE AND AGE" to ws-work-line.
	perform write-rpt-line.
	if ws-reason-count is equal to 0
		move "  NONE" to ws-work-line
		perform write-rpt-line
	else
		move "  REASON          OPEN   ACKED   TODAY   1 DAY 2-7DAYS  >7DAYS  OLDEST"
			to ws-work-line
		perform write-rpt-line
	end-if.
	move 1 to ws-reason-idx.
	perform write-reason-line
		until ws-reason-idx is greater than ws-reason-count.
	if ws-reason-lost is greater than 0
		move ws-reason-lost to ws-cnt-disp
		move spaces to ws-work-line
		string "  FURTHER EXCEPTIONS NOT ITEMISED (TABLE FULL): "
				delimited by size
			function trim(ws-cnt-disp) delimited by size
			into ws-work-line
		perform write-rpt-line
	end-if.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-reason-section.

write-reason-line.
	move rs-open(ws-reason-idx) to ws-c1-disp.
	move rs-ack(ws-reason-idx) to ws-c2-disp.
	move rs-bin(ws-reason-idx, 1) to ws-c3-disp.
	move rs-bin(ws-reason-idx, 2) to ws-c4-disp.
	move rs-bin(ws-reason-idx, 3) to ws-c5-disp.
	move rs-bin(ws-reason-idx, 4) to ws-c6-disp.
	move spaces to ws-work-line.
	string "  " delimited by size
		rs-reason(ws-reason-idx) delimited by size
		ws-c1-disp delimited by size
		ws-c2-disp delimited by size
		ws-c3-disp delimited by size
		ws-c4-disp delimited by size
		ws-c5-disp delimited by size
		ws-c6-disp delimited by size
		"  " delimited by size
		rs-oldest(ws-reason-idx) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	add 1 to ws-reason-idx.
end-write-reason-line.

write-offender-section.
	move "REPEAT OFFENDERS (SAME REASON AND KEY ON SUCCESSIVE NIGHTS)"
		to ws-work-line.
	perform write-rpt-line.
	move 0 to ws-off-listed.
	move 1 to ws-off-idx.
	perform write-offender-line
		until ws-off-idx is greater than ws-off-count.
	if ws-off-listed is equal to 0
		move "  NONE" to ws-work-line
		perform write-rpt-line
	end-if.
	if ws-off-lost is greater than 0
		move ws-off-lost to ws-cnt-disp
		move spaces to ws-work-line
		string "  FURTHER EXCEPTIONS NOT CHECKED (TABLE FULL): "
				delimited by size
			function trim(ws-cnt-disp) delimited by size
			into ws-work-line
		perform write-rpt-line
	end-if.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-offender-section.

write-offender-line.
	if of-max-streak(ws-off-idx) is not less than ws-repeat-nights
		if ws-off-listed is equal to 0
			move "  REASON       KEY                             NIGHTS   TIMES  LAST      OPEN"
				to ws-work-line
			perform write-rpt-line
		end-if
		add 1 to ws-off-listed
		move of-max-streak(ws-off-idx) to ws-c1-disp
		move of-count(ws-off-idx) to ws-c2-disp
		move of-unres(ws-off-idx) to ws-open-disp
		move spaces to ws-work-line
		string "  " delimited by size
			of-reason(ws-off-idx) delimited by size
			" " delimited by size
			of-key(ws-off-idx) delimited by size
			ws-c1-disp delimited by size
			ws-c2-disp delimited by size
			"  " delimited by size
			of-last-date(ws-off-idx) delimited by size
			"  " delimited by size
			ws-open-disp delimited by size
			into ws-work-line
		perform write-rpt-line
	end-if.
	add 1 to ws-off-idx.
end-write-offender-line.

write-detail-section.
	move "UNRESOLVED EXCEPTIONS, OLDEST FIRST (* = REPEAT OFFENDER)"
		to ws-work-line.
	perform write-rpt-line.
	move 0 to ws-list-count.
	move 0 to exq-id.
	start excq-file key is greater than exq-id
		invalid key move "23" to ws-excq-status
	end-start.
	perform write-detail-line
		until ws-excq-status is not equal to "00".
	if ws-list-count is equal to 0
		move "  NONE" to ws-work-line
		perform write-rpt-line
	end-if.
end-write-detail-section.

write-detail-line.
	read excq-file next record
		at end move "10" to ws-excq-status
	end-read.
	if ws-excq-status is equal to "00"
			and exq-status is not equal to "RESOLVED"
		if ws-list-count is equal to 0
			move "         ID DATE      AGE STATUS       REASON       DETAIL"
				to ws-work-line
			perform write-rpt-line
		end-if
		add 1 to ws-list-count
		perform compute-item-day
		move " " to ws-flag
		perform find-offender
		if ws-found-idx is greater than 0
			if of-max-streak(ws-found-idx) is not less than ws-repeat-nights
				move "*" to ws-flag
			end-if
		end-if
		move exq-id to ws-id-disp
		move ws-age to ws-age-disp
		move spaces to ws-work-line
		string "  " delimited by size
			ws-id-disp delimited by size
			" " delimited by size
			exq-ts(1:8) delimited by size
			" " delimited by size
			ws-age-disp delimited by size
			" " delimited by size
			exq-status delimited by size
			" " delimited by size
			exq-reason delimited by size
			ws-flag delimited by size
			exq-parm(1:28) delimited by size
			into ws-work-line
		perform write-rpt-line
	end-if.
end-write-detail-line.

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
	move "soeExcept" to sec-program.
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
