identification division.
program-id. soeRecover.
environment division.
input-output section.
file-control.
	select standard-input assign to keyboard.
	select standard-output assign to display.
	select lst-file assign to "soerecover.lst"
		organization is line sequential
		file status is ws-lst-status.
	select bkp-file assign to dynamic ws-bkp-fname
		organization is line sequential
		file status is ws-bkp-status.
	select mst-file assign to "soeprime.mst"
		organization is indexed
		access mode is dynamic
		record key is mst-prime
		file status is ws-mst-status.
	select mst-ctl-file assign to "soemaster.ctl"
		organization is line sequential
		file status is ws-mctl-status.
	select jrn-file assign to "soejournal.dat"
		organization is line sequential
		file status is ws-jrn-status.
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
fd lst-file.
01 lst-record pic x(80).
fd bkp-file.
01 bkp-record pic x(80).
fd mst-file.
01 mst-record.
	05 mst-prime pic 9(18).
	05 mst-ord pic 9(18).
fd mst-ctl-file.
01 mst-ctl-record pic x(60).
fd jrn-file.
01 jrn-record.
	05 jrn-run-ts pic x(14).
	05 filler pic x(1).
	05 jrn-seq pic 9(9).
	05 filler pic x(1).
	05 jrn-program pic x(10).
	05 filler pic x(1).
	05 jrn-operator pic x(30).
	05 filler pic x(1).
	05 jrn-file-id pic x(3).
	05 filler pic x(1).
	05 jrn-action pic x(8).
	05 filler pic x(1).
	05 jrn-source pic x(60).
	05 filler pic x(1).
	05 jrn-before pic x(60).
	05 filler pic x(1).
	05 jrn-after pic x(60).
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
77 ws-lst-status pic x(2).
77 ws-bkp-status pic x(2).
77 ws-mst-status pic x(2).
77 ws-mctl-status pic x(2).
77 ws-jrn-status pic x(2).
77 ws-err-status pic x(2).
77 ws-bkp-fname pic x(60).
77 ws-base-fname pic x(60).
77 ws-rname pic x(60).
77 ws-timestamp pic x(21).
77 ws-run-date pic x(10).
77 ws-page-no pic 9(4) usage is computational.
77 ws-line-count pic 9(4) usage is computational.
77 ws-page-disp pic z(3)9.
77 ws-page-trim pic x(4).
77 ws-raw pic x(80).
77 ws-arg1 pic x(60).
77 ws-arg2 pic x(60).
77 ws-valid pic x(1).
77 ws-target pic x(14).
77 ws-base-ts pic x(14).
77 ws-cand-ts pic x(14).
77 ws-cand-name pic x(60).
77 ws-name-len pic 9(4) usage is computational.
77 ws-chk-ts pic x(14).
77 ws-excluded pic x(1).
77 ws-cmd pic x(200).
77 ws-rcv-count pic 9(4) usage is computational.
77 ws-rcv-idx pic 9(4) usage is computational.
77 ws-rec-type pic x(2).
77 ws-field1 pic x(20).
77 ws-field2 pic x(20).
77 ws-field3 pic x(20).
77 ws-testpos pic 9(4) usage is computational.
77 ws-load-count pic 9(18) usage is computational.
77 ws-load-high pic 9(18) usage is computational.
77 ws-load-hash pic 9(18) usage is computational.
77 ws-stated-count pic 9(18) usage is computational.
77 ws-stated-high pic 9(18) usage is computational.
77 ws-stated-hash pic 9(18) usage is computational.
77 ws-trailer-seen pic x(1).
77 ws-header-seen pic x(1).
77 ws-reject-count pic 9(9) usage is computational.
77 ws-proved pic x(1).
77 ws-base-loaded pic 9(18) usage is computational.
77 ws-jrn-read pic 9(9) usage is computational.
77 ws-applied pic 9(9) usage is computational.
77 ws-superseded pic 9(9) usage is computational.
77 ws-conflicts pic 9(9) usage is computational.
77 ws-reloads pic 9(9) usage is computational.
77 ws-abandon pic x(1).
77 ws-last-ctl pic x(60).
77 ws-master-count pic 9(18) usage is computational.
77 ws-high-prime pic 9(18) usage is computational.
77 ws-ctl-before pic x(60).
77 ws-ctl-after pic x(60).
77 ws-run-ts pic x(21).
77 ws-operator pic x(30).
77 ws-jrn-seq pic 9(9) usage is computational.
77 ws-n1-disp pic z(17)9.
77 ws-n1-trim pic x(18).
77 ws-cnt-disp pic z(17)9.
77 ws-cnt-trim pic x(18).
77 ws-high-disp pic z(17)9.
77 ws-high-trim pic x(18).
77 ws-work-line pic x(80).
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
    02 in-r   pic x(60).
    02 filler pic x(20).
01 recover-table.
	05 rcv-entry occurs 500 times.
		10 rt-run-ts pic x(14).
		10 rt-target pic x(14).
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
	move function current-date to ws-run-ts.
	accept ws-operator from environment "USER".
	if ws-operator is equal to spaces
		move "UNKNOWN" to ws-operator
	end-if.
	perform get-recover-parms.
	move "RECOVER" to ws-auth-func.
	perform check-authority.
	if ws-auth-ok is not equal to "y"
		move 16 to ws-rc-new
		perform raise-return-code
		move ws-return-code to return-code
		stop run
	end-if.
	perform load-recover-points.
	if ws-bkp-fname is equal to spaces
		perform select-base-backup
	end-if.
	perform check-base-backup.
	if ws-valid is not equal to "y"
		move 12 to ws-rc-new
		move "RECOVER-FAIL" to ws-err-reason
		move spaces to ws-err-parm
		string "TARGET=" delimited by size
			ws-target delimited by size
			" NO USABLE BACKUP" delimited by size
			into ws-err-parm
		perform record-abnormal-condition
		move ws-return-code to return-code
		stop run
	end-if.
	move ws-bkp-fname to ws-base-fname.
	perform check-journal-writable.
	if ws-jrn-status is not equal to "00"
		display "error: cannot open change journal soejournal.dat"
			" -- recovery not attempted"
		move 12 to ws-rc-new
		move "FILE-OPEN" to ws-err-reason
		move "FILE=soejournal.dat" to ws-err-parm
		perform record-abnormal-condition
		move ws-return-code to return-code
		stop run
	end-if.
	perform load-ctl-before.
	perform build-rpt-fname.
	open output rfile.
	move 0 to ws-page-no.
	perform write-report-header.
	perform write-recover-parms.
	open output mst-file.
	if ws-mst-status is not equal to "00"
		display "error: cannot rebuild prime master soeprime.mst"
			" status " ws-mst-status
		close rfile
		move 12 to ws-rc-new
		move "FILE-OPEN" to ws-err-reason
		move "FILE=soeprime.mst" to ws-err-parm
		perform record-abnormal-condition
		move ws-return-code to return-code
		stop run
	end-if.
	perform restore-backup.
	close mst-file.
	move ws-load-count to ws-base-loaded.
	if ws-proved is not equal to "y"
		move "RECOVERY: FAILED -- BASE BACKUP NOT CERTIFIED"
			to ws-work-line
		perform write-rpt-line
		close rfile
		display "recovery NOT completed -- base backup "
			function trim(ws-base-fname) " did not prove"
		move 12 to ws-rc-new
		move "RECOVER-FAIL" to ws-err-reason
		move spaces to ws-err-parm
		string "FILE=" delimited by size
			function trim(ws-base-fname) delimited by size
			into ws-err-parm
		perform record-abnormal-condition
		move ws-return-code to return-code
		stop run
	end-if.
	perform roll-forward.
	if ws-abandon is equal to "y"
		move "RECOVERY: FAILED -- ROLL-FORWARD ABANDONED" to ws-work-line
		perform write-rpt-line
		close rfile
		display "recovery NOT completed -- see "
			function trim(ws-rname)
		move ws-return-code to return-code
		stop run
	end-if.
	perform recount-master.
	perform write-master-ctl.
	perform reconcile-ctl.
	perform journal-recovery.
	perform write-recover-summary.
	close rfile.
	move ws-master-count to ws-cnt-disp.
	display "recovery complete: master holds "
		function trim(ws-cnt-disp) " primes as of " ws-target.
	display "recovery report written to " function trim(ws-rname).
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

get-recover-parms.
	move "n" to ws-valid.
	move spaces to ws-bkp-fname.
	accept ws-raw from command-line.
	move spaces to ws-arg1 ws-arg2.
	unstring function trim(ws-raw) delimited by all spaces
		into ws-arg1 ws-arg2.
	if ws-arg1 is not equal to spaces
		perform parse-target
		if ws-valid is equal to "y"
			move ws-arg2 to ws-bkp-fname
			display "using recovery point from command-line parameter"
		else
			display "invalid recovery point " function trim(ws-arg1)
		end-if
	end-if.
	if ws-valid is not equal to "y"
		perform get-recover-parms-interactive
	end-if.
end-get-recover-parms.

get-recover-parms-interactive.
	perform until ws-valid is equal to "y"
		display "enter recovery point YYYYMMDDHHMMSS, YYYYMMDD"
			" or LATEST"
		read standard-input into input-area
		move function trim(in-r) to ws-arg1
		perform parse-target
	end-perform.
	display "enter soeMstBkp file name, or blank for the latest"
		" backup before the recovery point".
	read standard-input into input-area.
	move function trim(in-r) to ws-bkp-fname.
end-get-recover-parms-interactive.

parse-target.
	move "n" to ws-valid.
	move spaces to ws-target.
	if function upper-case(function trim(ws-arg1)) is equal to "LATEST"
		move all "9" to ws-target
		move "y" to ws-valid
	else
		if ws-arg1(1:14) is numeric and ws-arg1(15:1) is equal to space
			move ws-arg1(1:14) to ws-target
			move "y" to ws-valid
		else
			if ws-arg1(1:8) is numeric and ws-arg1(9:1) is equal to space
				move ws-arg1(1:8) to ws-target(1:8)
				move "235959" to ws-target(9:6)
				move "y" to ws-valid
			end-if
		end-if
	end-if.
end-parse-target.

load-recover-points.
	move 0 to ws-rcv-count.
	open input jrn-file.
	if ws-jrn-status is equal to "00"
		perform load-recover-entry
			until ws-jrn-status is not equal to "00"
		close jrn-file
	else
		display "warning: change journal soejournal.dat not found --"
			" backup will be restored without roll-forward"
	end-if.
end-load-recover-points.

load-recover-entry.
	read jrn-file
		at end move "10" to ws-jrn-status
	end-read.
	if ws-jrn-status is equal to "00"
		if jrn-file-id is equal to "RUN"
				and jrn-action is equal to "RECOVER"
				and jrn-run-ts is less than or equal to ws-target
				and jrn-before(1:14) is numeric
				and ws-rcv-count is less than 500
			add 1 to ws-rcv-count
			move jrn-run-ts to rt-run-ts(ws-rcv-count)
			move jrn-before(1:14) to rt-target(ws-rcv-count)
		end-if
	end-if.
end-load-recover-entry.

check-excluded.
	move "n" to ws-excluded.
	move 1 to ws-rcv-idx.
	perform scan-recover-point
		until ws-rcv-idx is greater than ws-rcv-count.
end-check-excluded.

scan-recover-point.
	if ws-chk-ts is greater than rt-target(ws-rcv-idx)
			and ws-chk-ts is less than rt-run-ts(ws-rcv-idx)
		move "y" to ws-excluded
	end-if.
	add 1 to ws-rcv-idx.
end-scan-recover-point.

select-base-backup.
	move spaces to ws-cmd.
	string "ls -1 soeMstBkp-*.txt" delimited by size
		" 2>/dev/null > soerecover.lst" delimited by size
		into ws-cmd.
	call "SYSTEM" using ws-cmd.
	move spaces to ws-cand-ts.
	move spaces to ws-cand-name.
	open input lst-file.
	if ws-lst-status is equal to "00"
		perform scan-backup-entry
			until ws-lst-status is not equal to "00"
		close lst-file
	end-if.
	move spaces to ws-cmd.
	move "rm -f soerecover.lst" to ws-cmd.
	call "SYSTEM" using ws-cmd.
	move ws-cand-name to ws-bkp-fname.
	if ws-bkp-fname is not equal to spaces
		display "using latest backup before recovery point: "
			function trim(ws-bkp-fname)
	end-if.
end-select-base-backup.

scan-backup-entry.
	read lst-file
		at end move "10" to ws-lst-status
	end-read.
	if ws-lst-status is equal to "00"
			and lst-record is not equal to spaces
		move function trim(lst-record) to ws-bkp-fname
		perform extract-backup-ts
		if ws-chk-ts is not equal to spaces
				and ws-chk-ts is less than or equal to ws-target
				and ws-chk-ts is greater than ws-cand-ts
			perform check-excluded
			if ws-excluded is not equal to "y"
				move ws-chk-ts to ws-cand-ts
				move ws-bkp-fname to ws-cand-name
			end-if
		end-if
	end-if.
end-scan-backup-entry.

extract-backup-ts.
	move spaces to ws-chk-ts.
	move 0 to ws-name-len.
	inspect function trim(ws-bkp-fname)
		tallying ws-name-len for characters.
	if ws-name-len is equal to 28
			and ws-bkp-fname(1:10) is equal to "soeMstBkp-"
			and ws-bkp-fname(11:14) is numeric
			and ws-bkp-fname(25:4) is equal to ".txt"
		move ws-bkp-fname(11:14) to ws-chk-ts
	end-if.
end-extract-backup-ts.

check-base-backup.
	move "n" to ws-valid.
	if ws-bkp-fname is equal to spaces
		display "error: no soeMstBkp backup found at or before "
			ws-target
	else
		perform extract-backup-ts
		if ws-chk-ts is equal to spaces
			display "error: " function trim(ws-bkp-fname)
				" is not a soeMstBkp-YYYYMMDDHHMMSS.txt backup"
		else
			if ws-chk-ts is greater than ws-target
				display "error: backup " function trim(ws-bkp-fname)
					" was taken after the recovery point"
			else
				perform check-excluded
				if ws-excluded is equal to "y"
					display "error: backup " function trim(ws-bkp-fname)
						" lies in a period undone by an earlier recovery"
				else
					move ws-chk-ts to ws-base-ts
					move "y" to ws-valid
				end-if
			end-if
		end-if
	end-if.
end-check-base-backup.

check-journal-writable.
	open extend jrn-file.
	if ws-jrn-status is not equal to "00"
		open output jrn-file
	end-if.
	if ws-jrn-status is equal to "00"
		close jrn-file
	end-if.
end-check-journal-writable.

load-ctl-before.
	move spaces to ws-ctl-before.
	open input mst-ctl-file.
	if ws-mctl-status is equal to "00"
		read mst-ctl-file
		if ws-mctl-status is equal to "00"
			move mst-ctl-record to ws-ctl-before
		end-if
		close mst-ctl-file
	end-if.
end-load-ctl-before.

restore-backup.
	move 0 to ws-load-count.
	move 0 to ws-load-high.
	move 0 to ws-load-hash.
	move 0 to ws-stated-count.
	move 0 to ws-stated-high.
	move 0 to ws-stated-hash.
	move 0 to ws-reject-count.
	move "n" to ws-trailer-seen.
	move "n" to ws-header-seen.
	move "n" to ws-proved.
	open input bkp-file.
	if ws-bkp-status is not equal to "00"
		display "error: cannot open backup file "
			function trim(ws-bkp-fname)
		move spaces to ws-work-line
		string "BACKUP NOT FOUND: " delimited by size
			function trim(ws-bkp-fname) delimited by size
			into ws-work-line
		perform write-rpt-line
	else
		perform reload-one-record
			until ws-bkp-status is not equal to "00"
		close bkp-file
		perform prove-reload
	end-if.
end-restore-backup.

reload-one-record.
	read bkp-file
		at end move "10" to ws-bkp-status
	end-read.
	if ws-bkp-status is equal to "00"
		move spaces to ws-rec-type ws-field1 ws-field2 ws-field3
		unstring bkp-record delimited by "|"
			into ws-rec-type ws-field1 ws-field2 ws-field3
		if ws-rec-type is equal to "H"
			move "y" to ws-header-seen
		else
			if ws-rec-type is equal to "D"
				perform load-data-record
			else
				if ws-rec-type is equal to "T"
					perform load-trailer-record
				else
					add 1 to ws-reject-count
				end-if
			end-if
		end-if
	end-if.
end-reload-one-record.

load-data-record.
	compute ws-testpos = function test-numval(ws-field1).
	if ws-testpos is not equal to 0
		add 1 to ws-reject-count
	else
		compute mst-prime = function numval(ws-field1)
		compute ws-testpos = function test-numval(ws-field2)
		if ws-testpos is not equal to 0
			add 1 to ws-reject-count
		else
			compute mst-ord = function numval(ws-field2)
			write mst-record
				invalid key add 1 to ws-reject-count
				not invalid key
					add 1 to ws-load-count
					add mst-prime to ws-load-hash
					if mst-prime is greater than ws-load-high
						move mst-prime to ws-load-high
					end-if
			end-write
		end-if
	end-if.
end-load-data-record.

load-trailer-record.
	move "y" to ws-trailer-seen.
	compute ws-testpos = function test-numval(ws-field1).
	if ws-testpos is equal to 0
		compute ws-stated-count = function numval(ws-field1)
	end-if.
	compute ws-testpos = function test-numval(ws-field2).
	if ws-testpos is equal to 0
		compute ws-stated-high = function numval(ws-field2)
	end-if.
	compute ws-testpos = function test-numval(ws-field3).
	if ws-testpos is equal to 0
		compute ws-stated-hash = function numval(ws-field3)
	end-if.
end-load-trailer-record.

prove-reload.
	move "y" to ws-proved.
	if ws-header-seen is not equal to "y"
			or ws-trailer-seen is not equal to "y"
			or ws-reject-count is greater than 0
		move "n" to ws-proved
	end-if.
	if ws-trailer-seen is equal to "y"
		if ws-stated-count is not equal to ws-load-count
				or ws-stated-high is not equal to ws-load-high
				or ws-stated-hash is not equal to ws-load-hash
			move "n" to ws-proved
		end-if
	end-if.
	move ws-load-count to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	if ws-proved is equal to "y"
		string "RESTORED: " delimited by size
			function trim(ws-bkp-fname) delimited by size
			" RECORDS=" delimited by size
			function trim(ws-n1-trim) delimited by size
			" PROVED" delimited by size
			into ws-work-line
	else
		string "RESTORED: " delimited by size
			function trim(ws-bkp-fname) delimited by size
			" RECORDS=" delimited by size
			function trim(ws-n1-trim) delimited by size
			" NOT PROVED" delimited by size
			into ws-work-line
	end-if.
	perform write-rpt-line.
end-prove-reload.

roll-forward.
	move 0 to ws-jrn-read.
	move 0 to ws-applied.
	move 0 to ws-superseded.
	move 0 to ws-conflicts.
	move 0 to ws-reloads.
	move "n" to ws-abandon.
	move spaces to ws-last-ctl.
	open input jrn-file.
	if ws-jrn-status is equal to "00"
		open i-o mst-file
		if ws-mst-status is not equal to "00"
			display "error: cannot reopen prime master soeprime.mst"
				" status " ws-mst-status
			move "y" to ws-abandon
			move 12 to ws-rc-new
			move "FILE-OPEN" to ws-err-reason
			move "FILE=soeprime.mst" to ws-err-parm
			perform record-abnormal-condition
		else
			perform apply-journal-entry
				until ws-jrn-status is not equal to "00"
					or ws-abandon is equal to "y"
			close mst-file
		end-if
		close jrn-file
	end-if.
end-roll-forward.

apply-journal-entry.
	read jrn-file
		at end move "10" to ws-jrn-status
	end-read.
	if ws-jrn-status is equal to "00"
		add 1 to ws-jrn-read
		if jrn-run-ts is greater than ws-base-ts
				and jrn-run-ts is less than or equal to ws-target
				and jrn-program is not equal to "soeRecover"
			move jrn-run-ts to ws-chk-ts
			perform check-excluded
			if ws-excluded is equal to "y"
				add 1 to ws-superseded
			else
				perform apply-one-change
			end-if
		end-if
	end-if.
end-apply-journal-entry.

apply-one-change.
	if jrn-file-id is equal to "CTL"
		move jrn-after to ws-last-ctl
		add 1 to ws-applied
	end-if.
	if jrn-file-id is equal to "MST"
		if jrn-action is equal to "RELOAD"
			perform apply-reload
		else
			if jrn-after(1:36) is not numeric
					and jrn-action is not equal to "DELETE"
				move "BAD IMAGE" to ws-field1
				perform report-conflict
			else
				if jrn-action is equal to "ADD"
					perform apply-add
				end-if
				if jrn-action is equal to "CHANGE"
					perform apply-change
				end-if
				if jrn-action is equal to "DELETE"
					perform apply-delete
				end-if
			end-if
		end-if
	end-if.
end-apply-one-change.

apply-add.
	move jrn-after(1:36) to mst-record.
	write mst-record
		invalid key
			move "ADD EXISTS" to ws-field1
			perform report-conflict
			move jrn-after(1:36) to mst-record
			rewrite mst-record
				invalid key move "23" to ws-mst-status
			end-rewrite
		not invalid key
			add 1 to ws-applied
	end-write.
	move "00" to ws-mst-status.
end-apply-add.

apply-change.
	move jrn-after(1:18) to mst-prime.
	read mst-file
		invalid key move "23" to ws-mst-status
	end-read.
	if ws-mst-status is not equal to "00"
		move "CHANGE MISSING" to ws-field1
		perform report-conflict
		move jrn-after(1:36) to mst-record
		write mst-record
			invalid key move "23" to ws-mst-status
		end-write
	else
		if mst-record is not equal to jrn-before(1:36)
			move "BEFORE DIFFERS" to ws-field1
			perform report-conflict
		else
			add 1 to ws-applied
		end-if
		move jrn-after(1:36) to mst-record
		rewrite mst-record
			invalid key move "23" to ws-mst-status
		end-rewrite
	end-if.
	move "00" to ws-mst-status.
end-apply-change.

apply-delete.
	move jrn-before(1:18) to mst-prime.
	delete mst-file record
		invalid key
			move "DELETE MISSING" to ws-field1
			perform report-conflict
		not invalid key
			add 1 to ws-applied
	end-delete.
	move "00" to ws-mst-status.
end-apply-delete.

apply-reload.
	close mst-file.
	move jrn-source to ws-bkp-fname.
	open output mst-file.
	if ws-mst-status is not equal to "00"
		move "y" to ws-abandon
	else
		perform restore-backup
		close mst-file
		if ws-bkp-status is not equal to "10"
			move "y" to ws-abandon
		else
			add 1 to ws-reloads
			add 1 to ws-applied
			if ws-proved is not equal to "y"
				move "RELOAD UNPROVED" to ws-field1
				perform report-conflict
			end-if
		end-if
	end-if.
	if ws-abandon is equal to "y"
		display "error: cannot replay reload of "
			function trim(ws-bkp-fname)
		move 12 to ws-rc-new
		move "RECOVER-FAIL" to ws-err-reason
		move spaces to ws-err-parm
		string "FILE=" delimited by size
			function trim(ws-bkp-fname) delimited by size
			" JOURNAL=" delimited by size
			jrn-run-ts delimited by size
			into ws-err-parm
		perform record-abnormal-condition
	else
		open i-o mst-file
		if ws-mst-status is not equal to "00"
			move "y" to ws-abandon
			move 12 to ws-rc-new
			move "FILE-OPEN" to ws-err-reason
			move "FILE=soeprime.mst" to ws-err-parm
			perform record-abnormal-condition
		end-if
	end-if.
end-apply-reload.

report-conflict.
	add 1 to ws-conflicts.
	move jrn-seq to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "CONFLICT: " delimited by size
		function trim(ws-field1) delimited by size
		" " delimited by size
		jrn-run-ts delimited by size
		" SEQ=" delimited by size
		function trim(ws-n1-trim) delimited by size
		" " delimited by size
		function trim(jrn-program) delimited by size
		" " delimited by size
		jrn-after(1:18) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move 4 to ws-rc-new.
	move "JRN-CONFLICT" to ws-err-reason.
	move spaces to ws-err-parm.
	string "TS=" delimited by size
		jrn-run-ts delimited by size
		" SEQ=" delimited by size
		function trim(ws-n1-trim) delimited by size
		" " delimited by size
		function trim(ws-field1) delimited by size
		into ws-err-parm.
	perform record-abnormal-condition.
end-report-conflict.

recount-master.
	move 0 to ws-master-count.
	move 0 to ws-high-prime.
	open input mst-file.
	if ws-mst-status is equal to "00"
		move low-values to mst-record
		start mst-file key is greater than or equal to mst-prime
			invalid key move "23" to ws-mst-status
		end-start
		if ws-mst-status is equal to "00"
			perform count-one-record
				until ws-mst-status is not equal to "00"
		end-if
		close mst-file
	end-if.
end-recount-master.

count-one-record.
	read mst-file next record
		at end move "10" to ws-mst-status
	end-read.
	if ws-mst-status is equal to "00"
		add 1 to ws-master-count
		if mst-prime is greater than ws-high-prime
			move mst-prime to ws-high-prime
		end-if
	end-if.
end-count-one-record.

write-master-ctl.
	move ws-master-count to ws-cnt-disp.
	move function trim(ws-cnt-disp) to ws-cnt-trim.
	move ws-high-prime to ws-high-disp.
	move function trim(ws-high-disp) to ws-high-trim.
	open output mst-ctl-file.
	move spaces to mst-ctl-record.
	string "TOTAL=" delimited by size
		function trim(ws-cnt-trim) delimited by size
		" HIGH=" delimited by size
		function trim(ws-high-trim) delimited by size
		into mst-ctl-record.
	move mst-ctl-record to ws-ctl-after.
	write mst-ctl-record.
	close mst-ctl-file.
end-write-master-ctl.

reconcile-ctl.
	if ws-last-ctl is not equal to spaces
		if ws-last-ctl is equal to ws-ctl-after
			move "CONTROL FILE: MATCHES LAST JOURNALED CONTROL RECORD"
				to ws-work-line
			perform write-rpt-line
		else
			move "CONTROL FILE: DIFFERS FROM LAST JOURNALED CONTROL RECORD"
				to ws-work-line
			perform write-rpt-line
			move spaces to ws-work-line
			string "  JOURNALED: " delimited by size
				function trim(ws-last-ctl) delimited by size
				into ws-work-line
			perform write-rpt-line
			move spaces to ws-work-line
			string "  RECOVERED: " delimited by size
				function trim(ws-ctl-after) delimited by size
				into ws-work-line
			perform write-rpt-line
			move 4 to ws-rc-new
			move "JRN-CONFLICT" to ws-err-reason
			move spaces to ws-err-parm
			string "FILE=soemaster.ctl TARGET=" delimited by size
				ws-target delimited by size
				into ws-err-parm
			perform record-abnormal-condition
		end-if
	end-if.
end-reconcile-ctl.

journal-recovery.
	move 0 to ws-jrn-seq.
	open extend jrn-file.
	if ws-jrn-status is not equal to "00"
		open output jrn-file
	end-if.
	move ws-applied to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move ws-conflicts to ws-cnt-disp.
	move function trim(ws-cnt-disp) to ws-cnt-trim.
	add 1 to ws-jrn-seq.
	move spaces to jrn-record.
	move ws-run-ts(1:14) to jrn-run-ts.
	move ws-jrn-seq to jrn-seq.
	move "soeRecover" to jrn-program.
	move ws-operator to jrn-operator.
	move "RUN" to jrn-file-id.
	move "RECOVER" to jrn-action.
	move ws-base-fname to jrn-source.
	move ws-target to jrn-before.
	string "APPLIED=" delimited by size
		function trim(ws-n1-trim) delimited by size
		" CONFLICTS=" delimited by size
		function trim(ws-cnt-trim) delimited by size
		into jrn-after.
	write jrn-record.
	add 1 to ws-jrn-seq.
	move spaces to jrn-record.
	move ws-run-ts(1:14) to jrn-run-ts.
	move ws-jrn-seq to jrn-seq.
	move "soeRecover" to jrn-program.
	move ws-operator to jrn-operator.
	move "CTL" to jrn-file-id.
	move "CHANGE" to jrn-action.
	move ws-base-fname to jrn-source.
	move ws-ctl-before to jrn-before.
	move ws-ctl-after to jrn-after.
	write jrn-record.
	close jrn-file.
end-journal-recovery.

build-rpt-fname.
	move function current-date to ws-timestamp.
	move spaces to ws-rname.
	string "soeRecoverRpt-" delimited by size
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
	string "----- PRIME MASTER RECOVERY REPORT -- PAGE " delimited by size
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

write-recover-parms.
	move spaces to ws-work-line.
	if ws-target is equal to all "9"
		move "RECOVERY POINT: LATEST" to ws-work-line
	else
		string "RECOVERY POINT: " delimited by size
			ws-target delimited by size
			into ws-work-line
	end-if.
	perform write-rpt-line.
	move spaces to ws-work-line.
	string "BASE BACKUP: " delimited by size
		function trim(ws-base-fname) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move spaces to ws-work-line.
	string "OPERATOR: " delimited by size
		function trim(ws-operator) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move 1 to ws-rcv-idx.
	perform write-superseded-period
		until ws-rcv-idx is greater than ws-rcv-count.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-recover-parms.

write-superseded-period.
	if rt-run-ts(ws-rcv-idx) is greater than ws-base-ts
		move spaces to ws-work-line
		string "SUPERSEDED BY EARLIER RECOVERY: " delimited by size
			rt-target(ws-rcv-idx) delimited by size
			" TO " delimited by size
			rt-run-ts(ws-rcv-idx) delimited by size
			into ws-work-line
		perform write-rpt-line
	end-if.
	add 1 to ws-rcv-idx.
end-write-superseded-period.

write-recover-summary.
	move spaces to ws-work-line.
	perform write-rpt-line.
	move ws-base-loaded to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "RECORDS FROM BASE BACKUP: " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-jrn-read to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "JOURNAL RECORDS READ: " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-applied to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "JOURNAL RECORDS APPLIED: " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-reloads to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "RELOADS REPLAYED: " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-superseded to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "JOURNAL RECORDS SUPERSEDED: " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-conflicts to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "CONFLICTS: " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move spaces to ws-work-line.
	string "RECOVERED CONTROL: " delimited by size
		function trim(ws-ctl-after) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	if ws-return-code is equal to 0
		move "RECOVERY: COMPLETE" to ws-work-line
	else
		move "RECOVERY: COMPLETE WITH CONFLICTS -- AUDIT THE MASTER"
			to ws-work-line
	end-if.
	perform write-rpt-line.
end-write-recover-summary.

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
	move "soeRecover" to sec-program.
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
