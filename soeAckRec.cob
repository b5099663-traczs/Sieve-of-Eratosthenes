identification division.
program-id. soeAckRec.
environment division.
input-output section.
file-control.
	select ctl-file assign to "soeackctl.dat"
		organization is line sequential
		file status is ws-ctl-status.
	select reg-file assign to "soeextreg.dat"
		organization is line sequential
		file status is ws-reg-status.
	select lst-file assign to "soeackrec.lst"
		organization is line sequential
		file status is ws-lst-status.
	select ack-file assign to dynamic ws-ack-fname
		organization is line sequential
		file status is ws-ack-status.
	select rfile assign to dynamic ws-rname
		organization is line sequential.
	select err-file assign to "soeerror.dat"
		organization is line sequential
		file status is ws-err-status.

data division.
file section.
fd ctl-file.
01 ctl-record pic x(40).
fd reg-file.
01 reg-record.
	05 reg-ts pic x(14).
	05 filler pic x(1).
	05 reg-xname pic x(40).
	05 filler pic x(1).
	05 reg-type pic x(6).
	05 filler pic x(1).
	05 reg-first-ord pic 9(18).
	05 filler pic x(1).
	05 reg-last-ord pic 9(18).
	05 filler pic x(1).
	05 reg-count pic 9(18).
	05 filler pic x(1).
	05 reg-hash pic 9(18).
	05 filler pic x(1).
	05 reg-orig pic x(40).
	05 filler pic x(1).
	05 reg-source pic x(60).
fd lst-file.
01 lst-record pic x(80).
fd ack-file.
01 ack-record pic x(132).
fd rfile.
01 report-record pic x(80).
fd err-file.
01 err-record pic x(120).

working-storage section.
77 ws-ctl-status pic x(2).
77 ws-reg-status pic x(2).
77 ws-lst-status pic x(2).
77 ws-ack-status pic x(2).
77 ws-err-status pic x(2).
77 ws-ack-fname pic x(60).
77 ws-rname pic x(60).
77 ws-cmd pic x(200).
77 ws-raw pic x(80).
77 ws-timestamp pic x(21).
77 ws-run-date pic x(10).
77 ws-page-no pic 9(4) usage is computational.
77 ws-line-count pic 9(4) usage is computational.
77 ws-page-disp pic z(3)9.
77 ws-page-trim pic x(4).
77 ws-work-line pic x(80).
77 ws-age-days pic 9(4) usage is computational value 2.
77 ws-ctl-tag pic x(20).
77 ws-ctl-val pic x(20).
77 ws-testpos pic 9(4) usage is computational.
77 ws-reg-count pic 9(4) usage is computational.
77 ws-reg-max pic 9(4) usage is computational value 2000.
77 ws-reg-lost pic 9(9) usage is computational.
77 ws-reg-bad pic 9(9) usage is computational.
77 ws-reg-idx pic 9(4) usage is computational.
77 ws-scan-idx pic 9(4) usage is computational.
77 ws-found-idx pic 9(4) usage is computational.
77 ws-file-count pic 9(4) usage is computational.
77 ws-ack-lines pic 9(9) usage is computational.
77 ws-ack-bad pic 9(9) usage is computational.
77 ws-unreg-count pic 9(4) usage is computational.
77 ws-unreg-max pic 9(4) usage is computational value 200.
77 ws-unreg-lost pic 9(9) usage is computational.
77 ws-unreg-idx pic 9(4) usage is computational.
77 ws-ack-tag pic x(20).
77 ws-ack-xname pic x(60).
77 ws-ack-cnt-raw pic x(20).
77 ws-ack-hash-raw pic x(20).
77 ws-ack-disp-raw pic x(20).
77 ws-ack-reason pic x(60).
77 ws-ack-cnt pic 9(18) usage is computational.
77 ws-ack-hash pic 9(18) usage is computational.
77 ws-ack-state pic x(1).
77 ws-today pic 9(9) usage is computational.
77 ws-day pic 9(9) usage is computational.
77 ws-age pic 9(9) usage is computational.
77 ws-date-num pic 9(8).
77 ws-matched pic 9(9) usage is computational value 0.
77 ws-mismatched pic 9(9) usage is computational value 0.
77 ws-rejected pic 9(9) usage is computational value 0.
77 ws-overdue pic 9(9) usage is computational value 0.
77 ws-pending pic 9(9) usage is computational value 0.
77 ws-superseded pic 9(9) usage is computational value 0.
77 ws-sect-status pic x(12).
77 ws-sect-count pic 9(9) usage is computational.
77 ws-cnt-disp pic z(7)9.
77 ws-rec-disp pic z(9)9.
77 ws-age-disp pic z(4)9.
77 ws-n1-disp pic z(17)9.
77 ws-n2-disp pic z(17)9.
77 ws-n3-disp pic z(17)9.
77 ws-n4-disp pic z(17)9.
77 ws-return-code pic 9(4) usage is computational value 0.
77 ws-rc-new pic 9(4) usage is computational.
77 ws-err-reason pic x(12).
77 ws-err-parm pic x(80).
77 ws-err-ts pic x(21).
01 register-table.
	05 rt-entry occurs 2000 times.
		10 rt-ts pic x(14).
		10 rt-xname pic x(40).
		10 rt-type pic x(6).
		10 rt-count pic 9(18) usage is computational.
		10 rt-hash pic 9(18) usage is computational.
		10 rt-orig pic x(40).
		10 rt-ack-state pic x(1).
		10 rt-ack-count pic 9(18) usage is computational.
		10 rt-ack-hash pic 9(18) usage is computational.
		10 rt-ack-file pic x(40).
		10 rt-ack-reason pic x(60).
		10 rt-status pic x(12).
		10 rt-age pic 9(9) usage is computational.
		10 rt-resent-by pic 9(4) usage is computational.
01 unregistered-table.
	05 un-entry occurs 200 times.
		10 un-xname pic x(40).
		10 un-ack-file pic x(40).

procedure division.
	perform load-ack-ctl.
	perform load-register.
	perform build-ack-list.
	move 1 to ws-reg-idx.
	perform classify-delivery
		until ws-reg-idx is greater than ws-reg-count.
	move 1 to ws-reg-idx.
	perform link-resend
		until ws-reg-idx is greater than ws-reg-count.
	move 1 to ws-reg-idx.
	perform raise-delivery-condition
		until ws-reg-idx is greater than ws-reg-count.
	move 1 to ws-unreg-idx.
	perform raise-unregistered-condition
		until ws-unreg-idx is greater than ws-unreg-count.
	perform build-rpt-fname.
	open output rfile.
	move 0 to ws-page-no.
	perform write-report-header.
	perform write-summary-section.
	move "MISMATCHED" to ws-sect-status.
	perform write-status-section.
	move "REJECTED" to ws-sect-status.
	perform write-status-section.
	move "OVERDUE" to ws-sect-status.
	perform write-status-section.
	move "SUPERSEDED" to ws-sect-status.
	perform write-status-section.
	move "PENDING" to ws-sect-status.
	perform write-status-section.
	move "MATCHED" to ws-sect-status.
	perform write-status-section.
	perform write-unregistered-section.
	close rfile.
	display "acknowledgment reconciliation written to "
		function trim(ws-rname).
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

load-ack-ctl.
	open input ctl-file.
	if ws-ctl-status is equal to "00"
		read ctl-file
		if ws-ctl-status is equal to "00"
			move spaces to ws-ctl-tag ws-ctl-val
			unstring ctl-record delimited by "="
				into ws-ctl-tag ws-ctl-val
			if function upper-case(function trim(ws-ctl-tag))
					is equal to "AGE-DAYS"
				compute ws-testpos = function test-numval(ws-ctl-val)
				if ws-testpos is equal to 0
					compute ws-age-days = function numval(ws-ctl-val)
					move ws-age-days to ws-cnt-disp
					display "acknowledgment age limit "
						function trim(ws-cnt-disp)
						" day(s) from control file soeackctl.dat"
				end-if
			end-if
		end-if
		close ctl-file
	end-if.
end-load-ack-ctl.

load-register.
	move 0 to ws-reg-count.
	move 0 to ws-reg-lost.
	move 0 to ws-reg-bad.
	move function current-date to ws-timestamp.
	move ws-timestamp(1:8) to ws-date-num.
	compute ws-today = function integer-of-date(ws-date-num).
	open input reg-file.
	if ws-reg-status is not equal to "00"
		display "warning: extract register soeextreg.dat not found --"
			" no deliveries to reconcile"
	else
		perform load-register-line
			until ws-reg-status is not equal to "00"
		close reg-file
	end-if.
	if ws-reg-lost is greater than 0
		move ws-reg-lost to ws-cnt-disp
		display "warning: more than 2000 deliveries registered -- "
			function trim(ws-cnt-disp) " latest not reconciled"
	end-if.
end-load-register.

load-register-line.
	read reg-file
		at end move "10" to ws-reg-status
	end-read.
	if ws-reg-status is equal to "00"
		if reg-count is not numeric
				or reg-hash is not numeric
				or reg-xname is equal to spaces
			add 1 to ws-reg-bad
		else
			if ws-reg-count is equal to ws-reg-max
				add 1 to ws-reg-lost
			else
				add 1 to ws-reg-count
				move reg-ts to rt-ts(ws-reg-count)
				move reg-xname to rt-xname(ws-reg-count)
				move reg-type to rt-type(ws-reg-count)
				move reg-count to rt-count(ws-reg-count)
				move reg-hash to rt-hash(ws-reg-count)
				move reg-orig to rt-orig(ws-reg-count)
				move space to rt-ack-state(ws-reg-count)
				move 0 to rt-ack-count(ws-reg-count)
				move 0 to rt-ack-hash(ws-reg-count)
				move spaces to rt-ack-file(ws-reg-count)
				move spaces to rt-ack-reason(ws-reg-count)
				move spaces to rt-status(ws-reg-count)
				move 0 to rt-age(ws-reg-count)
				move 0 to rt-resent-by(ws-reg-count)
			end-if
		end-if
	end-if.
end-load-register-line.

build-ack-list.
	move 0 to ws-file-count.
	move 0 to ws-ack-lines.
	move 0 to ws-ack-bad.
	move 0 to ws-unreg-count.
	move 0 to ws-unreg-lost.
	move spaces to ws-cmd.
	string "ls -1 soeAck-*.txt" delimited by size
		" 2>/dev/null > soeackrec.lst" delimited by size
		into ws-cmd.
	call "SYSTEM" using ws-cmd.
	open input lst-file.
	if ws-lst-status is equal to "00"
		perform read-ack-list-entry
			until ws-lst-status is not equal to "00"
		close lst-file
	end-if.
	move spaces to ws-cmd.
	move "rm -f soeackrec.lst" to ws-cmd.
	call "SYSTEM" using ws-cmd.
	move ws-file-count to ws-cnt-disp.
	display function trim(ws-cnt-disp) " acknowledgment file(s) read".
	if ws-ack-bad is greater than 0
		move ws-ack-bad to ws-cnt-disp
		display "warning: " function trim(ws-cnt-disp)
			" unparseable acknowledgment line(s) ignored"
	end-if.
end-build-ack-list.

read-ack-list-entry.
	read lst-file
		at end move "10" to ws-lst-status
	end-read.
	if ws-lst-status is equal to "00"
			and lst-record is not equal to spaces
		add 1 to ws-file-count
		move function trim(lst-record) to ws-ack-fname
		open input ack-file
		if ws-ack-status is equal to "00"
			perform read-ack-line
				until ws-ack-status is not equal to "00"
			close ack-file
		else
			display "warning: cannot open acknowledgment file "
				function trim(ws-ack-fname)
		end-if
	end-if.
end-read-ack-list-entry.

read-ack-line.
	read ack-file
		at end move "10" to ws-ack-status
	end-read.
	if ws-ack-status is equal to "00"
			and ack-record is not equal to spaces
		add 1 to ws-ack-lines
		move spaces to ws-ack-tag ws-ack-xname ws-ack-cnt-raw
			ws-ack-hash-raw ws-ack-disp-raw ws-ack-reason
		unstring ack-record delimited by "|"
			into ws-ack-tag ws-ack-xname ws-ack-cnt-raw
				ws-ack-hash-raw ws-ack-disp-raw ws-ack-reason
		perform parse-ack-line
	end-if.
end-read-ack-line.

parse-ack-line.
	move space to ws-ack-state.
	move function upper-case(function trim(ws-ack-disp-raw))
		to ws-ack-disp-raw.
	if ws-ack-disp-raw is equal to "ACCEPT"
		move "A" to ws-ack-state
	end-if.
	if ws-ack-disp-raw is equal to "REJECT"
		move "R" to ws-ack-state
	end-if.
	move 0 to ws-ack-cnt.
	move 0 to ws-ack-hash.
	compute ws-testpos = function test-numval(ws-ack-cnt-raw).
	if ws-testpos is equal to 0
		compute ws-ack-cnt = function numval(ws-ack-cnt-raw)
	else
		move space to ws-ack-state
	end-if.
	compute ws-testpos = function test-numval(ws-ack-hash-raw).
	if ws-testpos is equal to 0
		compute ws-ack-hash = function numval(ws-ack-hash-raw)
	else
		move space to ws-ack-state
	end-if.
	if function upper-case(function trim(ws-ack-tag)) is not equal to "A"
			or ws-ack-xname is equal to spaces
		move space to ws-ack-state
	end-if.
	if ws-ack-state is equal to space
		add 1 to ws-ack-bad
	else
		move function trim(ws-ack-xname) to ws-ack-xname
		move 0 to ws-found-idx
		move ws-reg-count to ws-scan-idx
		perform find-delivery
			until ws-scan-idx is equal to 0
				or ws-found-idx is greater than 0
		if ws-found-idx is equal to 0
			perform note-unregistered-ack
		else
			move ws-ack-state to rt-ack-state(ws-found-idx)
			move ws-ack-cnt to rt-ack-count(ws-found-idx)
			move ws-ack-hash to rt-ack-hash(ws-found-idx)
			move ws-ack-fname to rt-ack-file(ws-found-idx)
			move function trim(ws-ack-reason)
				to rt-ack-reason(ws-found-idx)
		end-if
	end-if.
end-parse-ack-line.

find-delivery.
	if rt-xname(ws-scan-idx) is equal to ws-ack-xname
		move ws-scan-idx to ws-found-idx
	end-if.
	subtract 1 from ws-scan-idx.
end-find-delivery.

note-unregistered-ack.
	if ws-unreg-count is equal to ws-unreg-max
		add 1 to ws-unreg-lost
	else
		add 1 to ws-unreg-count
		move ws-ack-xname to un-xname(ws-unreg-count)
		move ws-ack-fname to un-ack-file(ws-unreg-count)
	end-if.
end-note-unregistered-ack.

classify-delivery.
	move 0 to ws-day.
	if rt-ts(ws-reg-idx)(1:8) is numeric
		move rt-ts(ws-reg-idx)(1:8) to ws-date-num
		if ws-date-num(5:2) is greater than "00"
				and ws-date-num(5:2) is less than "13"
				and ws-date-num(7:2) is greater than "00"
				and ws-date-num(7:2) is less than "32"
			compute ws-day = function integer-of-date(ws-date-num)
		end-if
	end-if.
	if ws-day is equal to 0 or ws-day is greater than ws-today
		move 0 to rt-age(ws-reg-idx)
	else
		compute rt-age(ws-reg-idx) = ws-today - ws-day
	end-if.
	if rt-ack-state(ws-reg-idx) is equal to "R"
		move "REJECTED" to rt-status(ws-reg-idx)
	else
	if rt-ack-state(ws-reg-idx) is equal to "A"
		if rt-ack-count(ws-reg-idx) is equal to rt-count(ws-reg-idx)
				and rt-ack-hash(ws-reg-idx) is equal to rt-hash(ws-reg-idx)
			move "MATCHED" to rt-status(ws-reg-idx)
		else
			move "MISMATCHED" to rt-status(ws-reg-idx)
		end-if
	else
		if rt-age(ws-reg-idx) is greater than ws-age-days
			move "OVERDUE" to rt-status(ws-reg-idx)
		else
			move "PENDING" to rt-status(ws-reg-idx)
		end-if
	end-if
	end-if.
	add 1 to ws-reg-idx.
end-classify-delivery.

link-resend.
	if rt-status(ws-reg-idx) is equal to "REJECTED"
			or rt-status(ws-reg-idx) is equal to "MISMATCHED"
			or rt-status(ws-reg-idx) is equal to "OVERDUE"
		move 0 to ws-found-idx
		compute ws-scan-idx = ws-reg-idx + 1
		perform find-resend
			until ws-scan-idx is greater than ws-reg-count
		if ws-found-idx is greater than 0
			move ws-found-idx to rt-resent-by(ws-reg-idx)
			if rt-status(ws-found-idx) is equal to "MATCHED"
				move "SUPERSEDED" to rt-status(ws-reg-idx)
			end-if
		end-if
	end-if.
	add 1 to ws-reg-idx.
end-link-resend.

find-resend.
	if rt-type(ws-scan-idx) is equal to "RESEND"
			and rt-orig(ws-scan-idx) is equal to rt-xname(ws-reg-idx)
		move ws-scan-idx to ws-found-idx
	end-if.
	add 1 to ws-scan-idx.
end-find-resend.

raise-delivery-condition.
	move spaces to ws-err-reason.
	if rt-status(ws-reg-idx) is equal to "MATCHED"
		add 1 to ws-matched
	else
	if rt-status(ws-reg-idx) is equal to "PENDING"
		add 1 to ws-pending
	else
	if rt-status(ws-reg-idx) is equal to "SUPERSEDED"
		add 1 to ws-superseded
	else
	if rt-status(ws-reg-idx) is equal to "MISMATCHED"
		add 1 to ws-mismatched
		move 8 to ws-rc-new
		move "ACK-MISMATCH" to ws-err-reason
	else
	if rt-status(ws-reg-idx) is equal to "REJECTED"
		add 1 to ws-rejected
		move 8 to ws-rc-new
		move "ACK-REJECT" to ws-err-reason
	else
		add 1 to ws-overdue
		move 4 to ws-rc-new
		move "ACK-OVERDUE" to ws-err-reason
	end-if
	end-if
	end-if
	end-if
	end-if.
	if ws-err-reason is not equal to spaces
		move rt-count(ws-reg-idx) to ws-n1-disp
		move rt-ack-count(ws-reg-idx) to ws-n2-disp
		move spaces to ws-err-parm
		string "FILE=" delimited by size
			function trim(rt-xname(ws-reg-idx)) delimited by size
			" RECORDS=" delimited by size
			function trim(ws-n1-disp) delimited by size
			" LOADED=" delimited by size
			function trim(ws-n2-disp) delimited by size
			into ws-err-parm
		perform record-abnormal-condition
	end-if.
	add 1 to ws-reg-idx.
end-raise-delivery-condition.

raise-unregistered-condition.
	move 4 to ws-rc-new.
	move "ACK-UNKNOWN" to ws-err-reason.
	move spaces to ws-err-parm.
	string "FILE=" delimited by size
		function trim(un-xname(ws-unreg-idx)) delimited by size
		" ACKFILE=" delimited by size
		function trim(un-ack-file(ws-unreg-idx)) delimited by size
		into ws-err-parm.
	perform record-abnormal-condition.
	add 1 to ws-unreg-idx.
end-raise-unregistered-condition.

build-rpt-fname.
	move function current-date to ws-timestamp.
	move spaces to ws-rname.
	string "soeAckRpt-" delimited by size
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
	string "----- EXTRACT ACKNOWLEDGMENT RECONCILIATION -- PAGE "
			delimited by size
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

write-count-line.
	move spaces to ws-work-line.
	string ws-raw(1:30) delimited by size
		ws-cnt-disp delimited by size
		into ws-work-line.
	perform write-rpt-line.
end-write-count-line.

write-summary-section.
	move "DELIVERIES IN EXTRACT REGISTER (SOEEXTREG.DAT)" to ws-work-line.
	perform write-rpt-line.
	move ws-reg-count to ws-cnt-disp.
	move "  REGISTERED:" to ws-raw.
	perform write-count-line.
	move ws-matched to ws-cnt-disp.
	move "  MATCHED:" to ws-raw.
	perform write-count-line.
	move ws-mismatched to ws-cnt-disp.
	move "  MISMATCHED:" to ws-raw.
	perform write-count-line.
	move ws-rejected to ws-cnt-disp.
	move "  REJECTED:" to ws-raw.
	perform write-count-line.
	move ws-age-days to ws-age-disp.
	move spaces to ws-raw.
	string "  NOT ACKNOWLEDGED > " delimited by size
		function trim(ws-age-disp) delimited by size
		" DAYS:" delimited by size
		into ws-raw.
	move ws-overdue to ws-cnt-disp.
	perform write-count-line.
	move ws-superseded to ws-cnt-disp.
	move "  FAILED, RE-SENT AND MATCHED:" to ws-raw.
	perform write-count-line.
	move ws-pending to ws-cnt-disp.
	move "  AWAITING ACKNOWLEDGMENT:" to ws-raw.
	perform write-count-line.
	move ws-file-count to ws-cnt-disp.
	move "  ACKNOWLEDGMENT FILES READ:" to ws-raw.
	perform write-count-line.
	move ws-ack-lines to ws-cnt-disp.
	move "  ACKNOWLEDGMENT LINES:" to ws-raw.
	perform write-count-line.
	if ws-ack-bad is greater than 0
		move ws-ack-bad to ws-cnt-disp
		move "  UNPARSEABLE ACK LINES:" to ws-raw
		perform write-count-line
	end-if.
	if ws-reg-bad is greater than 0
		move ws-reg-bad to ws-cnt-disp
		move "  UNPARSEABLE REGISTER LINES:" to ws-raw
		perform write-count-line
	end-if.
	if ws-reg-lost is greater than 0
		move ws-reg-lost to ws-cnt-disp
		move "  NOT RECONCILED (TABLE FULL):" to ws-raw
		perform write-count-line
	end-if.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-summary-section.

write-status-section.
	move 0 to ws-sect-count.
	move spaces to ws-work-line.
	if ws-sect-status is equal to "OVERDUE"
		move ws-age-days to ws-age-disp
		string "NEVER ACKNOWLEDGED, OLDER THAN " delimited by size
			function trim(ws-age-disp) delimited by size
			" DAYS" delimited by size
			into ws-work-line
	else
	if ws-sect-status is equal to "SUPERSEDED"
		move "FAILED DELIVERIES RE-SENT AND MATCHED" to ws-work-line
	else
	if ws-sect-status is equal to "PENDING"
		move "AWAITING ACKNOWLEDGMENT" to ws-work-line
	else
		string function trim(ws-sect-status) delimited by size
			" DELIVERIES" delimited by size
			into ws-work-line
	end-if
	end-if
	end-if.
	perform write-rpt-line.
	move 1 to ws-reg-idx.
	perform write-delivery-line
		until ws-reg-idx is greater than ws-reg-count.
	if ws-sect-count is equal to 0
		move "  NONE" to ws-work-line
		perform write-rpt-line
	end-if.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-status-section.

write-delivery-line.
	if rt-status(ws-reg-idx) is equal to ws-sect-status
		if ws-sect-count is equal to 0
			move "  EXTRACT FILE                   TYPE   DATE        RECORDS  AGE"
				to ws-work-line
			perform write-rpt-line
		end-if
		add 1 to ws-sect-count
		move rt-count(ws-reg-idx) to ws-rec-disp
		move rt-age(ws-reg-idx) to ws-age-disp
		move spaces to ws-work-line
		string "  " delimited by size
			rt-xname(ws-reg-idx)(1:30) delimited by size
			" " delimited by size
			rt-type(ws-reg-idx) delimited by size
			" " delimited by size
			rt-ts(ws-reg-idx)(1:8) delimited by size
			" " delimited by size
			ws-rec-disp delimited by size
			ws-age-disp delimited by size
			into ws-work-line
		perform write-rpt-line
		if ws-sect-status is equal to "MISMATCHED"
			move rt-count(ws-reg-idx) to ws-n1-disp
			move rt-hash(ws-reg-idx) to ws-n2-disp
			move rt-ack-count(ws-reg-idx) to ws-n3-disp
			move rt-ack-hash(ws-reg-idx) to ws-n4-disp
			move spaces to ws-work-line
			string "      SENT RECORDS=" delimited by size
				function trim(ws-n1-disp) delimited by size
				" HASH=" delimited by size
				function trim(ws-n2-disp) delimited by size
				into ws-work-line
			perform write-rpt-line
			move spaces to ws-work-line
			string "      LOADED RECORDS=" delimited by size
				function trim(ws-n3-disp) delimited by size
				" HASH=" delimited by size
				function trim(ws-n4-disp) delimited by size
				into ws-work-line
			perform write-rpt-line
		end-if
		if ws-sect-status is equal to "REJECTED"
				and rt-ack-reason(ws-reg-idx) is not equal to spaces
			move spaces to ws-work-line
			string "      REASON: " delimited by size
				rt-ack-reason(ws-reg-idx) delimited by size
				into ws-work-line
			perform write-rpt-line
		end-if
		if rt-resent-by(ws-reg-idx) is greater than 0
			move rt-resent-by(ws-reg-idx) to ws-found-idx
			move spaces to ws-work-line
			string "      RE-SENT AS " delimited by size
				function trim(rt-xname(ws-found-idx)) delimited by size
				" -- " delimited by size
				function trim(rt-status(ws-found-idx)) delimited by size
				into ws-work-line
			perform write-rpt-line
		else
			if ws-sect-status is equal to "MISMATCHED"
					or ws-sect-status is equal to "REJECTED"
					or ws-sect-status is equal to "OVERDUE"
				move spaces to ws-work-line
				string "      RE-SEND WITH: soeExtract 'RESEND "
						delimited by size
					function trim(rt-xname(ws-reg-idx)) delimited by size
					"'" delimited by size
					into ws-work-line
				perform write-rpt-line
			end-if
		end-if
	end-if.
	add 1 to ws-reg-idx.
end-write-delivery-line.

write-unregistered-section.
	move "ACKNOWLEDGMENTS FOR FILES NOT IN THE REGISTER" to ws-work-line.
	perform write-rpt-line.
	if ws-unreg-count is equal to 0
		move "  NONE" to ws-work-line
		perform write-rpt-line
	end-if.
	move 1 to ws-unreg-idx.
	perform write-unregistered-line
		until ws-unreg-idx is greater than ws-unreg-count.
	if ws-unreg-lost is greater than 0
		move ws-unreg-lost to ws-cnt-disp
		move spaces to ws-work-line
		string "  FURTHER ACKNOWLEDGMENTS NOT ITEMISED (TABLE FULL): "
				delimited by size
			function trim(ws-cnt-disp) delimited by size
			into ws-work-line
		perform write-rpt-line
	end-if.
end-write-unregistered-section.

write-unregistered-line.
	move spaces to ws-work-line.
	string "  " delimited by size
		un-xname(ws-unreg-idx) delimited by size
		" " delimited by size
		function trim(un-ack-file(ws-unreg-idx)) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	add 1 to ws-unreg-idx.
end-write-unregistered-line.
