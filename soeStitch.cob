identification division.
program-id. soeStitch.
environment division.
input-output section.
file-control.
	select standard-input assign to keyboard.
	select standard-output assign to display.
	select ctl-file assign to "soestitchctl.dat"
		organization is line sequential
		file status is ws-ctl-status.
	select act-file assign to dynamic ws-act-fname
		organization is line sequential
		file status is ws-act-status.
	select pout-file assign to dynamic ws-pout-fname
		organization is line sequential
		file status is ws-pout-status.
	select pseq-file assign to dynamic ws-pseq-fname
		organization is line sequential
		file status is ws-pseq-status.
	select pmile-file assign to dynamic ws-pmile-fname
		organization is line sequential
		file status is ws-pmile-status.
	select ifile assign to dynamic ws-fname
		organization is line sequential.
	select rfile assign to dynamic ws-rname
		organization is line sequential.
	select sfile assign to dynamic ws-sname
		organization is line sequential.
	select mfile assign to dynamic ws-mname
		organization is line sequential.
	select run-log-file assign to "soerunlog.dat"
		organization is line sequential
		file status is ws-log-status.
	select pi-ctl-file assign to "soepictl.dat"
		organization is line sequential
		file status is ws-pictl-status.
	select cov-file assign to "soecover.dat"
		organization is line sequential
		file status is ws-cov-status.
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
fd act-file.
01 act-record.
	05 act-run-status pic x(9).
	05 filler pic x(1).
	05 act-start-ts pic x(14).
	05 filler pic x(1).
	05 act-beat-ts pic x(14).
	05 filler pic x(1).
	05 act-operator pic x(30).
	05 filler pic x(1).
	05 act-request pic x(40).
	05 filler pic x(1).
	05 act-phase pic x(6).
	05 filler pic x(1).
	05 act-done pic 9(18).
	05 filler pic x(1).
	05 act-goal pic 9(18).
fd pout-file.
01 pout-record.
	05 pout-prime pic 9(18).
fd pseq-file.
01 pseq-record.
	05 pseq-ord pic 9(18).
	05 pseq-prime pic 9(18).
	05 pseq-gap pic 9(18).
fd pmile-file.
01 pmile-record.
	05 pmile-point pic 9(18).
	05 pmile-count pic 9(18).
fd ifile.
01 num1.
	05 num2 pic 9(18).
fd rfile.
01 report-record pic x(80).
fd sfile.
01 seq-record.
	05 seq-ord pic 9(18).
	05 seq-prime pic 9(18).
	05 seq-gap pic 9(18).
fd mfile.
01 mile-record.
	05 mile-point pic 9(18).
	05 mile-count pic 9(18).
fd run-log-file.
01 run-log-record pic x(300).
fd pi-ctl-file.
01 pi-ctl-record pic x(40).
fd cov-file.
01 cov-record.
	05 cov-low pic 9(18).
	05 cov-high pic 9(18).
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
77  num pic 9(18) usage is computational.
77 ws-ctl-status pic x(2).
77 ws-act-status pic x(2).
77 ws-pout-status pic x(2).
77 ws-pseq-status pic x(2).
77 ws-pmile-status pic x(2).
77 ws-log-status pic x(2).
77 ws-pictl-status pic x(2).
77 ws-cov-status pic x(2).
77 ws-err-status pic x(2).
77 ws-act-fname pic x(60).
77 ws-pout-fname pic x(60).
77 ws-pseq-fname pic x(60).
77 ws-pmile-fname pic x(60).
77 ws-fname pic x(60).
77 ws-rname pic x(60).
77 ws-sname pic x(60).
77 ws-mname pic x(60).
77 ws-cmd pic x(200).
77 ws-operator pic x(30).
77 ws-timestamp pic x(21).
77 ws-run-date pic x(10).
77 ws-raw pic x(80).
77 ws-valid pic x(1).
77 ws-mode pic x(1) value "f".
77 ws-tok1 pic x(60).
77 ws-tok2 pic x(60).
77 ws-tok3 pic x(60).
77 ws-tok4 pic x(60).
77 ws-testpos pic 9(4) usage is computational.
77 ws-bad-char-count pic 9(4) usage is computational.
77 ws-num-ceiling pic 9(18) usage is computational.
77 ws-full-ceiling pic 9(18) usage is computational value 1000000000.
77 ws-range-ceiling pic 9(18) usage is computational
	value 1000000000000.
77 ws-ceiling-disp pic z(17)9.
77 ws-low pic 9(18) usage is computational.
77 ws-high pic 9(18) usage is computational.
77 ws-part-n pic 9(4) usage is computational.
77 ws-part-k pic 9(4) usage is computational.
77 ws-part-max-n pic 9(4) usage is computational value 99.
77 ws-part-low pic 9(18) usage is computational.
77 ws-part-high pic 9(18) usage is computational.
77 ws-part-width pic 9(18) usage is computational.
77 ws-part-off pic 9(18) usage is computational.
77 ws-part-id pic x(60).
77 ws-part-req pic x(60).
77 ws-part-k-disp pic z(3)9.
77 ws-part-n-disp pic z(3)9.
77 ws-part-reason pic x(40).
77 ws-blocked pic 9(4) usage is computational.
77 ws-stitch-ok pic x(1).
77 ws-pseq-eof pic x(1).
77 ws-pout-eof pic x(1).
77 ws-part-count pic 9(18) usage is computational.
77 ws-mile-offset pic 9(18) usage is computational.
77 ws-prime-count pic 9(18) usage is computational.
77 ws-prev-prime pic 9(18) usage is computational.
77 ws-gap pic 9(18) usage is computational.
77 ws-col-idx pic 9(1) usage is computational.
77 ws-page-no pic 9(4) usage is computational.
77 ws-line-count pic 9(4) usage is computational.
77 ws-page-disp pic z(3)9.
77 ws-page-trim pic x(4).
77 ws-num-disp pic z(17)9.
77 ws-num-trim pic x(18).
77 ws-low-disp pic z(17)9.
77 ws-low-trim pic x(18).
77 ws-count-disp pic z(17)9.
77 ws-count-trim pic x(18).
77 ws-log-n1-disp pic z(17)9.
77 ws-log-n1-trim pic x(18).
77 ws-log-n2-disp pic z(17)9.
77 ws-log-n2-trim pic x(18).
77 ws-log-cnt-disp pic z(17)9.
77 ws-log-cnt-trim pic x(18).
77 ws-pi-num-raw pic x(20).
77 ws-pi-cnt-raw pic x(20).
77 ws-pi-num pic 9(18) usage is computational.
77 ws-pi-cnt pic 9(18) usage is computational.
77 ws-pi-found pic x(1).
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
77 ws-auth-width pic 9(18) usage is computational.
01 input-area.
    02 in-r   pic x(80).
01 report-cols.
	05 rc-col pic z(15)9 occurs 4 times.
01 part-table.
	05 pt-entry occurs 99 times.
		10 pt-low pic 9(18) usage is computational.
		10 pt-high pic 9(18) usage is computational.
		10 pt-primes pic 9(18) usage is computational.
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
	perform get-stitch-request.
	perform check-stitch-authority.
	if ws-auth-ok is not equal to "y"
		move 16 to ws-rc-new
		perform raise-return-code
		move ws-return-code to return-code
		stop run
	end-if.
	perform build-part-id.
	move ws-part-n to ws-part-n-disp.
	move 0 to ws-blocked.
	move 1 to ws-part-k.
	perform check-one-partition
		until ws-part-k is greater than ws-part-n.
	if ws-blocked is greater than 0
		move ws-blocked to ws-part-k-disp
		display "error: stitch blocked -- " function trim(ws-part-k-disp)
			" of " function trim(ws-part-n-disp)
			" partitions missing or failed; re-run them and stitch again"
		move ws-return-code to return-code
		stop run
	end-if.
	perform stitch-partitions.
	if ws-stitch-ok is equal to "y"
		perform write-run-log
		perform write-coverage
		perform remove-partition-files
		move ws-prime-count to ws-count-disp
		display "stitched " function trim(ws-part-n-disp)
			" partitions: " function trim(ws-count-disp) " primes"
		display "output " function trim(ws-fname)
		display "sequence " function trim(ws-sname)
		display "report " function trim(ws-rname)
	end-if.
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

get-stitch-request.
	move "n" to ws-valid.
	accept ws-raw from command-line.
	move function trim(ws-raw) to ws-raw.
	if ws-raw is not equal to spaces
		perform parse-stitch-request
		if ws-valid is equal to "y"
			display "using stitch request from command-line parameter"
		end-if
	end-if.
	if ws-valid is not equal to "y"
		open input ctl-file
		if ws-ctl-status is equal to "00"
			read ctl-file
			if ws-ctl-status is equal to "00"
				move function trim(ctl-record) to ws-raw
				perform parse-stitch-request
				if ws-valid is equal to "y"
					display "using stitch request from control file"
						" soestitchctl.dat"
				end-if
			end-if
			close ctl-file
		end-if
	end-if.
	if ws-valid is not equal to "y"
		perform get-stitch-interactive
	end-if.
end-get-stitch-request.

get-stitch-interactive.
	perform until ws-valid is equal to "y"
		display "enter partition count followed by NUM or LOW HIGH,"
			" as given to PARTITION ALL"
		read standard-input into input-area
		move function trim(in-r) to ws-raw
		perform parse-stitch-request
	end-perform.
end-get-stitch-interactive.

parse-stitch-request.
	move "n" to ws-valid.
	move spaces to ws-tok1 ws-tok2 ws-tok3 ws-tok4.
	unstring ws-raw delimited by all spaces
		into ws-tok1 ws-tok2 ws-tok3 ws-tok4.
	if ws-tok2 is equal to spaces
			or ws-tok4 is not equal to spaces
		display "error: enter partition count followed by NUM"
			" or LOW HIGH"
	else
		move ws-part-max-n to ws-num-ceiling
		move function trim(ws-tok1) to ws-raw
		perform validate-num
		if ws-valid is equal to "y"
			if num is less than 2
				display "error: a partitioned run has at least 2 partitions"
				move "n" to ws-valid
			else
				move num to ws-part-n
			end-if
		end-if
		if ws-valid is equal to "y"
			perform parse-stitch-bounds
		end-if
	end-if.
end-parse-stitch-request.

parse-stitch-bounds.
	move spaces to ws-part-req.
	if ws-tok3 is equal to spaces
		move ws-full-ceiling to ws-num-ceiling
		move function trim(ws-tok2) to ws-raw
		perform validate-num
		if ws-valid is equal to "y"
			move "f" to ws-mode
			move 1 to ws-part-low
			move num to ws-part-high
			move num to ws-num-disp
			move function trim(ws-num-disp) to ws-part-req
		end-if
	else
		move ws-range-ceiling to ws-num-ceiling
		move function trim(ws-tok2) to ws-raw
		perform validate-num
		if ws-valid is equal to "y"
			move num to ws-low
			move function trim(ws-tok3) to ws-raw
			perform validate-num
			if ws-valid is equal to "y"
				move num to ws-high
				if ws-low is greater than ws-high
					display "error: LOW must not exceed HIGH"
					move "n" to ws-valid
				else
					move "r" to ws-mode
					move ws-low to ws-part-low
					move ws-high to ws-part-high
					move ws-low to ws-log-n1-disp
					move ws-high to ws-log-n2-disp
					string function trim(ws-log-n1-disp) delimited by size
						" " delimited by size
						function trim(ws-log-n2-disp) delimited by size
						into ws-part-req
				end-if
			end-if
		end-if
	end-if.
	if ws-valid is equal to "y"
		compute ws-part-width = ws-part-high - ws-part-low + 1
		if ws-part-width is less than ws-part-n
			display "error: request is too small to have been split into "
				function trim(ws-tok1) " partitions"
			move "n" to ws-valid
		end-if
	end-if.
end-parse-stitch-bounds.

validate-num.
	move ws-num-ceiling to ws-ceiling-disp.
	if ws-raw is equal to spaces
		display "error: blank entry -- enter a number from 1 to "
			function trim(ws-ceiling-disp)
		move "n" to ws-valid
	else
		move 0 to ws-bad-char-count
		inspect ws-raw tallying ws-bad-char-count for all "-"
		inspect ws-raw tallying ws-bad-char-count for all "+"
		inspect ws-raw tallying ws-bad-char-count for all "."
		if ws-bad-char-count is greater than 0
			display "error: non-numeric entry -- enter digits only"
			move "n" to ws-valid
		else
			compute ws-testpos = function test-numval(ws-raw)
			if ws-testpos is not equal to 0
				display "error: non-numeric entry -- enter digits only"
				move "n" to ws-valid
			else
				compute num = function numval(ws-raw)
				if num is less than 1
						or num is greater than ws-num-ceiling
					display "error: out of range -- enter a number"
						" from 1 to " function trim(ws-ceiling-disp)
					move "n" to ws-valid
				else
					move "y" to ws-valid
				end-if
			end-if
		end-if
	end-if.
end-validate-num.

check-stitch-authority.
	move "SIEVE" to ws-auth-func.
	perform check-authority.
	if ws-auth-ok is equal to "y"
		if ws-mode is equal to "r"
			compute ws-auth-width = ws-high - ws-low + 1
			if ws-auth-maxwidth is greater than 0
					and ws-auth-width is greater than ws-auth-maxwidth
				move ws-auth-width to ws-sec-n1-disp
				move ws-auth-maxwidth to ws-sec-n2-disp
				move "OVER-LIMIT" to ws-sec-reason
				move spaces to ws-sec-detail
				string "WIDTH=" delimited by size
					function trim(ws-sec-n1-disp) delimited by size
					" MAXWIDTH=" delimited by size
					function trim(ws-sec-n2-disp) delimited by size
					into ws-sec-detail
				perform record-security-violation
			end-if
		else
			if ws-auth-maxnum is greater than 0
					and num is greater than ws-auth-maxnum
				move num to ws-sec-n1-disp
				move ws-auth-maxnum to ws-sec-n2-disp
				move "OVER-LIMIT" to ws-sec-reason
				move spaces to ws-sec-detail
				string "NUM=" delimited by size
					function trim(ws-sec-n1-disp) delimited by size
					" MAXNUM=" delimited by size
					function trim(ws-sec-n2-disp) delimited by size
					into ws-sec-detail
				perform record-security-violation
			end-if
		end-if
	end-if.
end-check-stitch-authority.

build-part-id.
	move ws-part-n to ws-part-n-disp.
	move spaces to ws-part-id.
	if ws-mode is equal to "r"
		move ws-part-low to ws-log-n1-disp
		move ws-part-high to ws-log-n2-disp
		string function trim(ws-log-n1-disp) delimited by size
			"-" delimited by size
			function trim(ws-log-n2-disp) delimited by size
			"-of" delimited by size
			function trim(ws-part-n-disp) delimited by size
			into ws-part-id
	else
		move ws-part-high to ws-log-n1-disp
		string function trim(ws-log-n1-disp) delimited by size
			"-of" delimited by size
			function trim(ws-part-n-disp) delimited by size
			into ws-part-id
	end-if.
end-build-part-id.

set-partition-bounds.
	compute ws-part-off = ((ws-part-k - 1) * ws-part-width) / ws-part-n.
	compute pt-low(ws-part-k) = ws-part-low + ws-part-off.
	compute ws-part-off = (ws-part-k * ws-part-width) / ws-part-n.
	compute pt-high(ws-part-k) = ws-part-low + ws-part-off - 1.
end-set-partition-bounds.

build-part-names.
	move ws-part-k to ws-part-k-disp.
	move spaces to ws-act-fname ws-pout-fname ws-pseq-fname
		ws-pmile-fname.
	string "soeactive-" delimited by size
		function trim(ws-part-id) delimited by size
		"-" delimited by size
		function trim(ws-part-k-disp) delimited by size
		".dat" delimited by size
		into ws-act-fname.
	string "soePart-" delimited by size
		function trim(ws-part-id) delimited by size
		"-" delimited by size
		function trim(ws-part-k-disp) delimited by size
		".out" delimited by size
		into ws-pout-fname.
	string "soePart-" delimited by size
		function trim(ws-part-id) delimited by size
		"-" delimited by size
		function trim(ws-part-k-disp) delimited by size
		".seq" delimited by size
		into ws-pseq-fname.
	string "soePart-" delimited by size
		function trim(ws-part-id) delimited by size
		"-" delimited by size
		function trim(ws-part-k-disp) delimited by size
		".mil" delimited by size
		into ws-pmile-fname.
end-build-part-names.

check-one-partition.
	perform set-partition-bounds.
	perform build-part-names.
	move spaces to ws-part-reason.
	move 0 to pt-primes(ws-part-k).
	open input act-file.
	if ws-act-status is not equal to "00"
		move "NEVER RAN -- NO PARTITION LOCK RECORD" to ws-part-reason
	else
		read act-file
		if ws-act-status is not equal to "00"
			move "PARTITION LOCK RECORD EMPTY" to ws-part-reason
		else
			if act-run-status is equal to "ACTIVE"
				move "STILL RUNNING OR ABANDONED" to ws-part-reason
			else
				if act-phase is not equal to "DONE"
						or act-done is not numeric
					move "DID NOT COMPLETE" to ws-part-reason
				else
					move act-done to pt-primes(ws-part-k)
				end-if
			end-if
		end-if
		close act-file
	end-if.
	if ws-part-reason is equal to spaces
		open input pout-file
		if ws-pout-status is not equal to "00"
			move "OUTPUT FILE MISSING" to ws-part-reason
		else
			close pout-file
		end-if
		open input pseq-file
		if ws-pseq-status is not equal to "00"
			move "SEQUENCE FILE MISSING" to ws-part-reason
		else
			close pseq-file
		end-if
		open input pmile-file
		if ws-pmile-status is not equal to "00"
			move "MILESTONE FILE MISSING" to ws-part-reason
		else
			close pmile-file
		end-if
	end-if.
	if ws-part-reason is not equal to spaces
		perform report-blocked-partition
	end-if.
	add 1 to ws-part-k.
end-check-one-partition.

report-blocked-partition.
	add 1 to ws-blocked.
	move ws-part-k to ws-part-k-disp.
	move pt-low(ws-part-k) to ws-log-n1-disp.
	move pt-high(ws-part-k) to ws-log-n2-disp.
	display "partition " function trim(ws-part-k-disp) " of "
		function trim(ws-part-n-disp) " (LOW="
		function trim(ws-log-n1-disp) " HIGH="
		function trim(ws-log-n2-disp) ") blocks the stitch: "
		function trim(ws-part-reason).
	display "  re-run with: soeCob 'PARTITION "
		function trim(ws-part-k-disp) " OF "
		function trim(ws-part-n-disp) " "
		function trim(ws-part-req) "'".
	move 8 to ws-rc-new.
	move "STITCH-BLOCK" to ws-err-reason.
	move spaces to ws-err-parm.
	string "PART=" delimited by size
		function trim(ws-part-k-disp) delimited by size
		" OF " delimited by size
		function trim(ws-part-n-disp) delimited by size
		" REQ=" delimited by size
		function trim(ws-part-id) delimited by size
		" " delimited by size
		function trim(ws-part-reason) delimited by size
		into ws-err-parm.
	perform record-abnormal-condition.
end-report-blocked-partition.

stitch-partitions.
	move "y" to ws-stitch-ok.
	if ws-mode is equal to "r"
		move ws-high to num
	end-if.
	perform build-fnames.
	open output ifile.
	open output rfile.
	open output sfile.
	open output mfile.
	move 0 to ws-page-no.
	move 0 to ws-prime-count.
	move 0 to ws-prev-prime.
	move 0 to ws-col-idx.
	move spaces to report-cols.
	perform write-report-header.
	move 1 to ws-part-k.
	perform stitch-one-partition
		until ws-part-k is greater than ws-part-n
			or ws-stitch-ok is not equal to "y".
	perform flush-report-cols.
	perform write-report-trailer.
	if ws-mode is not equal to "r"
		perform reconcile-count
	end-if.
	close ifile.
	close rfile.
	close sfile.
	close mfile.
	if ws-stitch-ok is not equal to "y"
		move spaces to ws-cmd
		string "rm -f " delimited by size
			function trim(ws-fname) delimited by size
			" " delimited by size
			function trim(ws-rname) delimited by size
			" " delimited by size
			function trim(ws-sname) delimited by size
			" " delimited by size
			function trim(ws-mname) delimited by size
			into ws-cmd
		call "SYSTEM" using ws-cmd
		move 0 to return-code
		display "error: stitch abandoned -- partial joined files removed"
	end-if.
end-stitch-partitions.

stitch-one-partition.
	perform build-part-names.
	move ws-prime-count to ws-mile-offset.
	move 0 to ws-part-count.
	move spaces to ws-part-reason.
	open input pout-file.
	open input pseq-file.
	if ws-pout-status is not equal to "00"
			or ws-pseq-status is not equal to "00"
		move "PARTITION FILES CANNOT BE OPENED" to ws-part-reason
	else
		move "n" to ws-pseq-eof
		move "n" to ws-pout-eof
		perform stitch-one-prime
			until ws-pseq-eof is equal to "y"
	end-if.
	close pout-file.
	close pseq-file.
	if ws-part-reason is equal to spaces
			and ws-part-count is not equal to pt-primes(ws-part-k)
		move "PRIME COUNT DIFFERS FROM PARTITION LOCK"
			to ws-part-reason
	end-if.
	if ws-part-reason is equal to spaces
		open input pmile-file
		if ws-pmile-status is not equal to "00"
			move "MILESTONE FILE CANNOT BE OPENED" to ws-part-reason
		else
			perform stitch-one-milestone
				until ws-pmile-status is not equal to "00"
			close pmile-file
		end-if
	end-if.
	if ws-part-reason is not equal to spaces
		move "n" to ws-stitch-ok
		perform report-blocked-partition
	end-if.
	add 1 to ws-part-k.
end-stitch-one-partition.

stitch-one-prime.
	read pseq-file
		at end move "y" to ws-pseq-eof
	end-read.
	read pout-file
		at end move "y" to ws-pout-eof
	end-read.
	if ws-pseq-eof is equal to "y"
			or ws-pout-eof is equal to "y"
		if ws-pseq-eof is not equal to ws-pout-eof
			move "OUTPUT AND SEQUENCE FILES DIFFER IN LENGTH"
				to ws-part-reason
		end-if
		move "y" to ws-pseq-eof
	else
		if pseq-prime is not equal to pout-prime
			move "OUTPUT AND SEQUENCE FILES DISAGREE" to ws-part-reason
			move "y" to ws-pseq-eof
		else
			if pseq-prime is not greater than ws-prev-prime
					or pseq-prime is less than pt-low(ws-part-k)
					or pseq-prime is greater than pt-high(ws-part-k)
				move "PRIME OUTSIDE PARTITION BOUNDS" to ws-part-reason
				move "y" to ws-pseq-eof
			else
				add 1 to ws-part-count
				perform emit-stitched-prime
			end-if
		end-if
	end-if.
end-stitch-one-prime.

emit-stitched-prime.
	move pseq-prime to num2.
	write num1.
	add 1 to ws-prime-count.
	if ws-prime-count is equal to 1
		move 0 to ws-gap
	else
		compute ws-gap = pseq-prime - ws-prev-prime
	end-if.
	move ws-prime-count to seq-ord.
	move pseq-prime to seq-prime.
	move ws-gap to seq-gap.
	write seq-record.
	move pseq-prime to ws-prev-prime.
	add 1 to ws-col-idx.
	move pseq-prime to rc-col(ws-col-idx).
	if ws-col-idx is equal to 4
		perform flush-report-cols
	end-if.
end-emit-stitched-prime.

stitch-one-milestone.
	read pmile-file
		at end move "10" to ws-pmile-status
	end-read.
	if ws-pmile-status is equal to "00"
		move pmile-point to mile-point
		compute mile-count = pmile-count + ws-mile-offset
		write mile-record
	end-if.
end-stitch-one-milestone.

build-fnames.
	move function current-date to ws-timestamp.
	move num to ws-num-disp.
	move function trim(ws-num-disp) to ws-num-trim.
	move spaces to ws-fname.
	move spaces to ws-rname.
	move spaces to ws-sname.
	move spaces to ws-mname.
	if ws-mode is equal to "r"
		move ws-low to ws-low-disp
		move function trim(ws-low-disp) to ws-low-trim
		string "outputCobol-" delimited by size
			function trim(ws-low-trim) delimited by size
			"-" delimited by size
			function trim(ws-num-trim) delimited by size
			"-" delimited by size
			ws-timestamp(1:14) delimited by size
			".txt" delimited by size
			into ws-fname
		string "soeReport-" delimited by size
			function trim(ws-low-trim) delimited by size
			"-" delimited by size
			function trim(ws-num-trim) delimited by size
			"-" delimited by size
			ws-timestamp(1:14) delimited by size
			".txt" delimited by size
			into ws-rname
		string "soeSeq-" delimited by size
			function trim(ws-low-trim) delimited by size
			"-" delimited by size
			function trim(ws-num-trim) delimited by size
			"-" delimited by size
			ws-timestamp(1:14) delimited by size
			".txt" delimited by size
			into ws-sname
		string "soeMile-" delimited by size
			function trim(ws-low-trim) delimited by size
			"-" delimited by size
			function trim(ws-num-trim) delimited by size
			"-" delimited by size
			ws-timestamp(1:14) delimited by size
			".txt" delimited by size
			into ws-mname
	else
		string "outputCobol-" delimited by size
			function trim(ws-num-trim) delimited by size
			"-" delimited by size
			ws-timestamp(1:14) delimited by size
			".txt" delimited by size
			into ws-fname
		string "soeReport-" delimited by size
			function trim(ws-num-trim) delimited by size
			"-" delimited by size
			ws-timestamp(1:14) delimited by size
			".txt" delimited by size
			into ws-rname
		string "soeSeq-" delimited by size
			function trim(ws-num-trim) delimited by size
			"-" delimited by size
			ws-timestamp(1:14) delimited by size
			".txt" delimited by size
			into ws-sname
		string "soeMile-" delimited by size
			function trim(ws-num-trim) delimited by size
			"-" delimited by size
			ws-timestamp(1:14) delimited by size
			".txt" delimited by size
			into ws-mname
	end-if.
	move ws-timestamp(1:4) to ws-run-date(1:4).
	move "-" to ws-run-date(5:1).
	move ws-timestamp(5:2) to ws-run-date(6:2).
	move "-" to ws-run-date(8:1).
	move ws-timestamp(7:2) to ws-run-date(9:2).
end-build-fnames.

write-report-header.
	add 1 to ws-page-no.
	move ws-page-no to ws-page-disp.
	move function trim(ws-page-disp) to ws-page-trim.
	move spaces to report-record.
	string "----- PRIME NUMBER REPORT -- PAGE " delimited by size
		function trim(ws-page-trim) delimited by size
		" -----" delimited by size
		into report-record.
	write report-record.
	move spaces to report-record.
	if ws-mode is equal to "r"
		move ws-low to ws-num-disp
		move function trim(ws-num-disp) to ws-num-trim
		move ws-high to ws-count-disp
		move function trim(ws-count-disp) to ws-count-trim
		string "LOW = " delimited by size
			function trim(ws-num-trim) delimited by size
			"  HIGH = " delimited by size
			function trim(ws-count-trim) delimited by size
			into report-record
	else
		string "NUM = " delimited by size
			function trim(ws-num-trim) delimited by size
			into report-record
	end-if.
	write report-record.
	move spaces to report-record.
	string "RUN DATE: " delimited by size
		ws-run-date delimited by size
		into report-record.
	write report-record.
	move spaces to report-record.
	write report-record.
	move spaces to report-record.
	string "PRIMES FOUND (4 per line)" delimited by size
		into report-record.
	write report-record.
	move spaces to report-record.
	write report-record.
	move 0 to ws-line-count.
end-write-report-header.

flush-report-cols.
	if ws-col-idx is greater than 0
		move spaces to report-record
		move report-cols to report-record
		write report-record
		move spaces to report-cols
		move 0 to ws-col-idx
		add 1 to ws-line-count
		if ws-line-count is greater than or equal to 55
			perform write-report-header
		end-if
	end-if.
end-flush-report-cols.

write-report-trailer.
	move spaces to report-record.
	write report-record.
	move ws-prime-count to ws-count-disp.
	move function trim(ws-count-disp) to ws-count-trim.
	move spaces to report-record.
	string "TOTAL PRIMES FOUND: " delimited by size
		function trim(ws-count-trim) delimited by size
		into report-record.
	write report-record.
	move spaces to report-record.
	string "STITCHED FROM " delimited by size
		function trim(ws-part-n-disp) delimited by size
		" PARTITIONS" delimited by size
		into report-record.
	write report-record.
end-write-report-trailer.

reconcile-count.
	move "n" to ws-pi-found.
	open input pi-ctl-file.
	if ws-pictl-status is equal to "00"
		perform reconcile-count-line
			until ws-pictl-status is not equal to "00"
				or ws-pi-found is equal to "y"
		close pi-ctl-file
	end-if.
	if ws-pi-found is equal to "y"
		move ws-pi-cnt to ws-count-disp
		move function trim(ws-count-disp) to ws-count-trim
		move spaces to report-record
		if ws-pi-cnt is equal to ws-prime-count
			string "CONTROL TOTAL CHECK: MATCH (expected " delimited by size
				function trim(ws-count-trim) delimited by size
				")" delimited by size
				into report-record
		else
			string "CONTROL TOTAL CHECK: MISMATCH (expected " delimited by size
				function trim(ws-count-trim) delimited by size
				")" delimited by size
				into report-record
			move 4 to ws-rc-new
			move "CNT-MISMATCH" to ws-err-reason
			move num to ws-num-disp
			move ws-prime-count to ws-log-cnt-disp
			move spaces to ws-err-parm
			string "NUM=" delimited by size
				function trim(ws-num-disp) delimited by size
				" EXPECTED=" delimited by size
				function trim(ws-count-trim) delimited by size
				" ACTUAL=" delimited by size
				function trim(ws-log-cnt-disp) delimited by size
				into ws-err-parm
			perform record-abnormal-condition
		end-if
		write report-record
		display function trim(report-record)
	end-if.
end-reconcile-count.

reconcile-count-line.
	read pi-ctl-file
		at end move "10" to ws-pictl-status
	end-read.
	if ws-pictl-status is equal to "00"
		move spaces to ws-pi-num-raw ws-pi-cnt-raw
		unstring pi-ctl-record delimited by all spaces
			into ws-pi-num-raw ws-pi-cnt-raw
		compute ws-testpos = function test-numval(ws-pi-num-raw)
		if ws-testpos is equal to 0
			compute ws-pi-num = function numval(ws-pi-num-raw)
			if ws-pi-num is equal to num
				compute ws-testpos = function test-numval(ws-pi-cnt-raw)
				if ws-testpos is equal to 0
					compute ws-pi-cnt = function numval(ws-pi-cnt-raw)
					move "y" to ws-pi-found
				end-if
			end-if
		end-if
	end-if.
end-reconcile-count-line.

write-run-log.
	move ws-prime-count to ws-log-cnt-disp.
	move function trim(ws-log-cnt-disp) to ws-log-cnt-trim.
	move spaces to run-log-record.
	if ws-mode is equal to "r"
		move ws-low to ws-log-n1-disp
		move function trim(ws-log-n1-disp) to ws-log-n1-trim
		move ws-high to ws-log-n2-disp
		move function trim(ws-log-n2-disp) to ws-log-n2-trim
		string function trim(ws-operator) delimited by size
			" " delimited by size
			ws-timestamp(1:14) delimited by size
			" LOW=" delimited by size
			function trim(ws-log-n1-trim) delimited by size
			" HIGH=" delimited by size
			function trim(ws-log-n2-trim) delimited by size
			" PRIMES=" delimited by size
			function trim(ws-log-cnt-trim) delimited by size
			" FILE=" delimited by size
			function trim(ws-fname) delimited by size
			" SEQFILE=" delimited by size
			function trim(ws-sname) delimited by size
			into run-log-record
	else
		string function trim(ws-operator) delimited by size
			" " delimited by size
			ws-timestamp(1:14) delimited by size
			" NUM=" delimited by size
			function trim(ws-num-trim) delimited by size
			" PRIMES=" delimited by size
			function trim(ws-log-cnt-trim) delimited by size
			" FILE=" delimited by size
			function trim(ws-fname) delimited by size
			" SEQFILE=" delimited by size
			function trim(ws-sname) delimited by size
			into run-log-record
	end-if.
	open extend run-log-file.
	if ws-log-status is not equal to "00"
		open output run-log-file
	end-if.
	if ws-log-status is not equal to "00"
		display "warning: cannot open run log soerunlog.dat"
			" -- run not logged"
		move 12 to ws-rc-new
		move "FILE-OPEN" to ws-err-reason
		move "FILE=soerunlog.dat" to ws-err-parm
		perform record-abnormal-condition
	else
		write run-log-record
		close run-log-file
	end-if.
end-write-run-log.

write-coverage.
	if ws-mode is equal to "r"
		move ws-low to cov-low
		move ws-high to cov-high
	else
		move 2 to cov-low
		move num to cov-high
	end-if.
	if cov-high is not less than cov-low
		open extend cov-file
		if ws-cov-status is not equal to "00"
			open output cov-file
		end-if
		write cov-record
		close cov-file
	end-if.
end-write-coverage.

remove-partition-files.
	move spaces to ws-cmd.
	string "rm -f soePart-" delimited by size
		function trim(ws-part-id) delimited by size
		"-* soeactive-" delimited by size
		function trim(ws-part-id) delimited by size
		"-*.dat" delimited by size
		into ws-cmd.
	call "SYSTEM" using ws-cmd.
	move 0 to return-code.
end-remove-partition-files.

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
	move "soeStitch" to sec-program.
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
