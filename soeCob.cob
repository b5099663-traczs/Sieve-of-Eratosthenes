	select err-file assign to "soeerror.dat"
		organization is line sequential
		file status is ws-err-status.
	select act-file assign to dynamic ws-act-fname
		organization is line sequential
		file status is ws-act-status.
	select mst-file assign to "soeprime.mst"
	select mst-ctl-file assign to "soemaster.ctl"
		organization is line sequential
		file status is ws-mctl-status.
	select perf-file assign to "soeperf.dat"
		organization is line sequential
		file status is ws-perf-status.
	select siz-file assign to dynamic ws-siz-fname
		organization is line sequential
		file status is ws-siz-status.
	select auth-file assign to "soeauth.dat"
		organization is line sequential
		file status is ws-auth-status.
	select sec-file assign to "soesecure.dat"
		organization is line sequential
		file status is ws-sec-status.
    
data division.
file section.
fd standard-output.
    01 stdout-record  pic x(80).
fd ctl-file.
    01 ctl-record pic x(80).
fd ifile.
01 num1.
	05 num2 pic 9(18).
	05 mst-ord pic 9(18).
fd mst-ctl-file.
01 mst-ctl-record pic x(60).
fd perf-file.
01 perf-record.
	05 perf-start-ts pic x(14).
	05 filler pic x(1).
	05 perf-end-ts pic x(14).
	05 filler pic x(1).
	05 perf-mode pic x(1).
	05 filler pic x(1).
	05 perf-low pic 9(18).
	05 filler pic x(1).
	05 perf-high pic 9(18).
	05 filler pic x(1).
	05 perf-width pic 9(18).
	05 filler pic x(1).
	05 perf-primes pic 9(18).
	05 filler pic x(1).
	05 perf-elapsed pic 9(11).
	05 filler pic x(1).
	05 perf-base-src pic x(1).
	05 filler pic x(1).
	05 perf-base pic 9(11).
	05 filler pic x(1).
	05 perf-resumed pic x(1).
	05 filler pic x(1).
	05 perf-ckpt pic 9(11).
	05 filler pic x(1).
	05 perf-sieve pic 9(11).
	05 filler pic x(1).
	05 perf-emit pic 9(11).
	05 filler pic x(1).
	05 perf-rate pic 9(15).
	05 filler pic x(1).
	05 perf-out-bytes pic 9(15).
	05 filler pic x(1).
	05 perf-seq-bytes pic 9(15).
	05 filler pic x(1).
	05 perf-rpt-bytes pic 9(15).
	05 filler pic x(1).
	05 perf-operator pic x(30).
fd siz-file.
01 siz-record pic x(40).
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
77 ws-err-reason pic x(12).
77 ws-err-parm pic x(80).
77 ws-err-ts pic x(21).
77 ws-perf-status pic x(2).
77 ws-perf-start-ts pic x(14).
77 ws-perf-t0 pic 9(18) usage is computational.
77 ws-perf-mark pic 9(18) usage is computational.
77 ws-perf-prev pic 9(18) usage is computational.
77 ws-perf-lap pic 9(18) usage is computational.
77 ws-perf-base-hs pic 9(18) usage is computational.
77 ws-perf-ckpt-hs pic 9(18) usage is computational.
77 ws-perf-sieve-hs pic 9(18) usage is computational.
77 ws-perf-emit-hs pic 9(18) usage is computational.
77 ws-perf-elapsed-hs pic 9(18) usage is computational.
77 ws-perf-fname pic x(60).
77 ws-perf-bytes pic 9(18) usage is computational.
77 ws-siz-fname pic x(64).
77 ws-siz-status pic x(2).
77 ws-siz-raw pic x(40).
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
77 ws-sched-refuse pic 9(4) usage is computational.
77 ws-act-fname pic x(60) value "soeactive.dat".
77 ws-cmd pic x(200).
77 ws-part-mode pic x(1) value "n".
77 ws-part-n pic 9(4) usage is computational.
77 ws-part-k pic 9(4) usage is computational.
77 ws-part-max-n pic 9(4) usage is computational value 99.
77 ws-part-low pic 9(18) usage is computational.
77 ws-part-high pic 9(18) usage is computational.
77 ws-part-width pic 9(18) usage is computational.
77 ws-part-off pic 9(18) usage is computational.
77 ws-part-max-width pic 9(18) usage is computational.
77 ws-part-id pic x(60).
77 ws-part-req pic x(60).
77 ws-part-k-disp pic z(3)9.
77 ws-part-n-disp pic z(3)9.
01  array-area.
    02 r pic x(1) occurs 80 times.
01  input-area.
    02 in-r   pic x(80).
01  part-token-area.
	05 part-token pic x(60) occurs 7 times.
01  prim-num.
	05 pbyte pic 9(3) usage is computational occurs 62500000 times.
01  segment-area redefines prim-num.
	05 wheel-gap pic 9(1) occurs 30 times.
01  base-prime-table.
	05 bp-prime pic 9(18) usage is computational occurs 80000 times.
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
	perform get-num.
	if ws-sched-mode is equal to "y"
		move "SCHEDULE" to ws-auth-func
		perform check-authority
		if ws-auth-ok is equal to "y"
			perform acquire-run-lock
			if ws-lock-ok is equal to "y"
				perform run-schedule
				perform release-run-lock
			end-if
		else
			move 16 to ws-rc-new
			perform raise-return-code
		end-if
	else
		if ws-verify-mode is equal to "y"
			perform run-verify
		else
			if ws-part-mode is not equal to "n"
				perform run-partition
			else
				perform check-sieve-authority
				if ws-auth-ok is equal to "y"
					perform acquire-run-lock
					if ws-lock-ok is equal to "y"
						perform check-coverage
						perform run-one-request
						perform release-run-lock
					end-if
				else
					move 16 to ws-rc-new
					perform raise-return-code
				end-if
			end-if
		end-if
	end-if.
end-compute-ts-seconds.

run-one-request.
	perform start-perf-clock.
	if ws-mode is equal to "r"
		perform run-range-mode
	else
	end-if.
	perform write-coverage.
	perform write-run-log.
	perform write-perf-record.
end-run-one-request.

run-partition.
	perform check-sieve-authority.
	if ws-auth-ok is not equal to "y"
		move 16 to ws-rc-new
		perform raise-return-code
	else
		perform build-part-id
		if ws-part-mode is equal to "a"
			perform launch-partitions
		else
			perform run-partition-worker
		end-if
	end-if.
end-run-partition.

launch-partitions.
	perform check-coverage.
	move ws-part-n to ws-part-n-disp.
	move 1 to ws-part-k.
	perform launch-one-partition
		until ws-part-k is greater than ws-part-n.
	display "launched " function trim(ws-part-n-disp)
		" partitions of " function trim(ws-part-req)
		" -- progress in soeactive-" function trim(ws-part-id) "-k.dat".
	display "when all have ended run: soeStitch '"
		function trim(ws-part-n-disp) " " function trim(ws-part-req) "'".
end-launch-partitions.

launch-one-partition.
	perform set-partition-bounds.
	move ws-part-k to ws-part-k-disp.
	move spaces to ws-cmd.
	string "./soeCob 'PARTITION " delimited by size
		function trim(ws-part-k-disp) delimited by size
		" OF " delimited by size
		function trim(ws-part-n-disp) delimited by size
		" " delimited by size
		function trim(ws-part-req) delimited by size
		"' < /dev/null > soePart-" delimited by size
		function trim(ws-part-id) delimited by size
		"-" delimited by size
		function trim(ws-part-k-disp) delimited by size
		".log 2>&1 &" delimited by size
		into ws-cmd.
	call "SYSTEM" using ws-cmd.
	move 0 to return-code.
	move ws-low to ws-log-n1-disp.
	move ws-high to ws-log-n2-disp.
	display "partition " function trim(ws-part-k-disp) " of "
		function trim(ws-part-n-disp) " started: LOW="
		function trim(ws-log-n1-disp) " HIGH=" function trim(ws-log-n2-disp).
	add 1 to ws-part-k.
end-launch-one-partition.

run-partition-worker.
	perform set-partition-bounds.
	move "r" to ws-mode.
	move ws-high to num.
	move ws-part-k to ws-part-k-disp.
	move ws-part-n to ws-part-n-disp.
	move spaces to ws-act-fname.
	string "soeactive-" delimited by size
		function trim(ws-part-id) delimited by size
		"-" delimited by size
		function trim(ws-part-k-disp) delimited by size
		".dat" delimited by size
		into ws-act-fname.
	perform acquire-run-lock.
	if ws-lock-ok is equal to "y"
		perform start-perf-clock
		perform run-range-mode
		perform write-perf-record
		move "DONE" to ws-act-phase-val
		move ws-prime-count to ws-act-done-val
		move ws-seg-width to ws-act-goal-val
		perform release-run-lock
		move ws-prime-count to ws-log-cnt-disp
		display "partition " function trim(ws-part-k-disp) " of "
			function trim(ws-part-n-disp) " complete: "
			function trim(ws-log-cnt-disp) " primes in "
			function trim(ws-sname)
	end-if.
end-run-partition-worker.

set-partition-bounds.
	compute ws-part-off = ((ws-part-k - 1) * ws-part-width) / ws-part-n.
	compute ws-low = ws-part-low + ws-part-off.
	compute ws-part-off = (ws-part-k * ws-part-width) / ws-part-n.
	compute ws-high = ws-part-low + ws-part-off - 1.
end-set-partition-bounds.

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

build-part-fnames.
	move ws-part-k to ws-part-k-disp.
	move spaces to ws-fname ws-sname ws-mname ws-rname.
	string "soePart-" delimited by size
		function trim(ws-part-id) delimited by size
		"-" delimited by size
		function trim(ws-part-k-disp) delimited by size
		".out" delimited by size
		into ws-fname.
	string "soePart-" delimited by size
		function trim(ws-part-id) delimited by size
		"-" delimited by size
		function trim(ws-part-k-disp) delimited by size
		".seq" delimited by size
		into ws-sname.
	string "soePart-" delimited by size
		function trim(ws-part-id) delimited by size
		"-" delimited by size
		function trim(ws-part-k-disp) delimited by size
		".mil" delimited by size
		into ws-mname.
	string "soePart-" delimited by size
		function trim(ws-part-id) delimited by size
		"-" delimited by size
		function trim(ws-part-k-disp) delimited by size
		".rpt" delimited by size
		into ws-rname.
end-build-part-fnames.

run-schedule.
	move "y" to ws-in-schedule.
	move 0 to ws-sched-done.
	move 0 to ws-sched-fail.
	move 0 to ws-sched-skip.
	move 0 to ws-sched-refuse.
	open input sched-file.
	if ws-sched-status is not equal to "00"
		display "error: cannot open schedule file "
		display ", " function trim(ws-sched-disp)
			" failed validation" with no advancing
		move ws-sched-skip to ws-sched-disp
		display ", " function trim(ws-sched-disp)
			" skipped" with no advancing
		move ws-sched-refuse to ws-sched-disp
		display ", " function trim(ws-sched-disp) " refused"
		display "dispositions written to " function trim(ws-disp-fname)
	end-if.
end-run-schedule.
					into ws-err-parm
				perform record-abnormal-condition
			else
				perform check-sieve-authority
				if ws-auth-ok is not equal to "y"
					move "REFUSED-AUTHORITY" to ws-disp-stat
					perform write-disposition
					add 1 to ws-sched-refuse
					move 16 to ws-rc-new
					perform raise-return-code
				else
					perform check-coverage
					if ws-cov-covered is equal to "y"
						move "SKIPPED-COVERED" to ws-disp-stat
						perform write-disposition
						add 1 to ws-sched-skip
					else
						perform run-one-request
						move "COMPLETED" to ws-disp-stat
						perform write-disposition
						add 1 to ws-sched-done
					end-if
				end-if
			end-if
		end-if
	perform build-rst-fname.
	move "n" to ws-resumed.
	perform load-checkpoint.
	perform take-perf-mark.
	add ws-perf-lap to ws-perf-ckpt-hs.
	if ws-resumed is not equal to "y"
		move 1 to i
		perform init until i is greater than ws-byte-count
	end-if.
	perform loop1 until k is greater than num.
	perform delete-checkpoint.
	perform take-perf-mark.
	add ws-perf-lap to ws-perf-sieve-hs.
	perform build-fnames.
	perform load-milestones.
	open output ifile.
	close rfile.
	close sfile.
	close mfile.
	perform take-perf-mark.
	add ws-perf-lap to ws-perf-emit-hs.
end-run-full-mode.

run-range-mode.
		perform collect-base-primes
			until i is greater than ws-limit
	end-if.
	perform take-perf-mark.
	add ws-perf-lap to ws-perf-base-hs.
	compute ws-seg-width = ws-high - ws-low + 1.
	move 1 to ws-seg-idx.
	perform init-segment until ws-seg-idx is greater than ws-seg-width.
	perform mark-prime.
	move 1 to ws-bp-idx.
	perform mark-base-prime until ws-bp-idx is greater than ws-bp-count.
	perform take-perf-mark.
	add ws-perf-lap to ws-perf-sieve-hs.
	move ws-high to num.
	perform build-fnames.
	perform load-milestones.
	close rfile.
	close sfile.
	close mfile.
	perform take-perf-mark.
	add ws-perf-lap to ws-perf-emit-hs.
end-run-range-mode.

init-segment.
	if function upper-case(ws-low-raw) is equal to "VERIFY"
		perform parse-verify-input
	else
	if function upper-case(ws-low-raw) is equal to "PARTITION"
		perform parse-partition-input
	else
	if ws-extra-raw is not equal to spaces
		display "error: too many fields -- enter a single NUM or a LOW HIGH pair"
		move "n" to ws-valid
		end-if
	end-if
	end-if
	end-if
	end-if.
end-parse-raw-input.

	move ws-full-ceiling to ws-num-ceiling.
end-parse-range-input.

parse-partition-input.
	move "n" to ws-valid.
	if ws-in-schedule is equal to "y"
		display "error: PARTITION may not appear inside a schedule file"
	else
		move spaces to part-token-area
		unstring ws-raw delimited by all spaces
			into part-token(1) part-token(2) part-token(3)
				part-token(4) part-token(5) part-token(6)
				part-token(7)
		if function upper-case(part-token(3)) is not equal to "OF"
				or part-token(5) is equal to spaces
				or part-token(7) is not equal to spaces
			display "error: enter PARTITION ALL OF n followed by NUM"
				" or LOW HIGH, or PARTITION k OF n to run one partition"
		else
			perform parse-partition-count
			if ws-valid is equal to "y"
				perform parse-partition-number
			end-if
			if ws-valid is equal to "y"
				perform parse-partition-request
			end-if
		end-if
	end-if.
	move ws-full-ceiling to ws-num-ceiling.
end-parse-partition-input.

parse-partition-count.
	move ws-part-max-n to ws-num-ceiling.
	move function trim(part-token(4)) to ws-raw.
	perform validate-num.
	if ws-valid is equal to "y"
		if num is less than 2
			display "error: a partitioned run needs at least 2 partitions"
			move "n" to ws-valid
		else
			move num to ws-part-n
		end-if
	end-if.
end-parse-partition-count.

parse-partition-number.
	if function upper-case(part-token(2)) is equal to "ALL"
		move "a" to ws-part-mode
		move 0 to ws-part-k
	else
		move ws-part-n to ws-num-ceiling
		move function trim(part-token(2)) to ws-raw
		perform validate-num
		if ws-valid is equal to "y"
			move "w" to ws-part-mode
			move num to ws-part-k
		end-if
	end-if.
end-parse-partition-number.

parse-partition-request.
	move spaces to ws-part-req.
	if part-token(6) is equal to spaces
		move ws-full-ceiling to ws-num-ceiling
		move function trim(part-token(5)) to ws-raw
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
		move function trim(part-token(5)) to ws-raw
		perform validate-num
		if ws-valid is equal to "y"
			move num to ws-low
			move function trim(part-token(6)) to ws-raw
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
		compute ws-part-max-width =
			(ws-part-width + ws-part-n - 1) / ws-part-n
		if ws-part-width is less than ws-part-n
			display "error: request is too small to split into "
				function trim(part-token(4)) " partitions"
			move "n" to ws-valid
		else
			if ws-part-max-width is greater than ws-max-seg-width
				display "error: partition width exceeds maximum of"
					" 100000000 -- raise the partition count"
				move "n" to ws-valid
			end-if
		end-if
	end-if.
end-parse-partition-request.

validate-num.
	move ws-num-ceiling to ws-ceiling-disp.
	if ws-raw is equal to spaces
	move ws-timestamp(5:2) to ws-run-date(6:2).
	move "-" to ws-run-date(8:1).
	move ws-timestamp(7:2) to ws-run-date(9:2).
	if ws-part-mode is equal to "w"
		perform build-part-fnames
	end-if.
end-build-fnames.

write-report-header.
	end-if.
end-write-run-log.

start-perf-clock.
	move 0 to ws-perf-base-hs.
	move 0 to ws-perf-ckpt-hs.
	move 0 to ws-perf-sieve-hs.
	move 0 to ws-perf-emit-hs.
	move "n" to ws-resumed.
	move "s" to ws-base-src.
	move 0 to ws-perf-prev.
	perform take-perf-mark.
	move ws-now-ts(1:14) to ws-perf-start-ts.
	move ws-perf-mark to ws-perf-t0.
end-start-perf-clock.

take-perf-mark.
	move function current-date to ws-now-ts.
	move ws-now-ts(1:14) to ws-ts-work.
	perform compute-ts-seconds.
	compute ws-perf-mark = ws-ts-seconds * 100
		+ function numval(ws-now-ts(15:2)).
	if ws-perf-mark is greater than ws-perf-prev
		compute ws-perf-lap = ws-perf-mark - ws-perf-prev
	else
		move 0 to ws-perf-lap
	end-if.
	move ws-perf-mark to ws-perf-prev.
end-take-perf-mark.

write-perf-record.
	perform take-perf-mark.
	compute ws-perf-elapsed-hs = ws-perf-mark - ws-perf-t0.
	move spaces to perf-record.
	move ws-perf-start-ts to perf-start-ts.
	move ws-now-ts(1:14) to perf-end-ts.
	if ws-mode is equal to "r"
		if ws-part-mode is equal to "w"
			move "P" to perf-mode
		else
			move "R" to perf-mode
		end-if
		move ws-low to perf-low
		move ws-high to perf-high
		compute perf-width = ws-high - ws-low + 1
		move function upper-case(ws-base-src) to perf-base-src
	else
		move "F" to perf-mode
		move 1 to perf-low
		move num to perf-high
		move num to perf-width
		move "N" to perf-base-src
	end-if.
	move ws-prime-count to perf-primes.
	move ws-perf-elapsed-hs to perf-elapsed.
	move ws-perf-base-hs to perf-base.
	move ws-perf-ckpt-hs to perf-ckpt.
	move ws-perf-sieve-hs to perf-sieve.
	move ws-perf-emit-hs to perf-emit.
	if ws-resumed is equal to "y"
		move "Y" to perf-resumed
	else
		move "N" to perf-resumed
	end-if.
	if ws-perf-elapsed-hs is greater than 0
		compute perf-rate = perf-width * 100 / ws-perf-elapsed-hs
	else
		compute perf-rate = perf-width * 100
	end-if.
	move ws-fname to ws-perf-fname.
	perform get-perf-file-size.
	move ws-perf-bytes to perf-out-bytes.
	move ws-sname to ws-perf-fname.
	perform get-perf-file-size.
	move ws-perf-bytes to perf-seq-bytes.
	move ws-rname to ws-perf-fname.
	perform get-perf-file-size.
	move ws-perf-bytes to perf-rpt-bytes.
	move ws-operator to perf-operator.
	open extend perf-file.
	if ws-perf-status is not equal to "00"
		open output perf-file
	end-if.
	if ws-perf-status is not equal to "00"
		display "warning: cannot open performance history soeperf.dat"
			" -- timings not recorded"
		move 4 to ws-rc-new
		move "FILE-OPEN" to ws-err-reason
		move "FILE=soeperf.dat" to ws-err-parm
		perform record-abnormal-condition
	else
		write perf-record
		close perf-file
	end-if.
end-write-perf-record.

get-perf-file-size.
	move 0 to ws-perf-bytes.
	move spaces to ws-siz-fname.
	string function trim(ws-perf-fname) delimited by size
		".siz" delimited by size
		into ws-siz-fname.
	move spaces to ws-cmd.
	string "wc -c < " delimited by size
		function trim(ws-perf-fname) delimited by size
		" > " delimited by size
		function trim(ws-siz-fname) delimited by size
		" 2>/dev/null" delimited by size
		into ws-cmd.
	call "SYSTEM" using ws-cmd.
	open input siz-file.
	if ws-siz-status is equal to "00"
		read siz-file
		if ws-siz-status is equal to "00"
			move function trim(siz-record) to ws-siz-raw
			if ws-siz-raw is not equal to spaces
				compute ws-testpos = function test-numval(ws-siz-raw)
				if ws-testpos is equal to 0
					compute ws-perf-bytes = function numval(ws-siz-raw)
				end-if
			end-if
		end-if
		close siz-file
	end-if.
	move spaces to ws-cmd.
	string "rm -f " delimited by size
		function trim(ws-siz-fname) delimited by size
		into ws-cmd.
	call "SYSTEM" using ws-cmd.
	move 0 to return-code.
end-get-perf-file-size.

set-coverage-bounds.
	if ws-mode is equal to "r"
		move ws-low to ws-cov-req-low
	end-if.
	perform sort-milestones.
	move 1 to ws-mile-next.
	if ws-part-mode is equal to "w"
		perform skip-partition-milestone
			until ws-mile-next is greater than ws-mile-count
				or ms-point(ws-mile-next) is not less than ws-low
	end-if.
end-load-milestones.

load-milestone-entry.
	add 1 to ws-mile-scan.
end-check-milestone-dup.

skip-partition-milestone.
	add 1 to ws-mile-next.
end-skip-partition-milestone.

load-default-milestones.
	move 10 to ws-mile-val.
	perform add-default-milestone
	add ws-wheel-step to ws-wheel-m.
	add 1 to ws-ckpt-count.
	if ws-ckpt-count is greater than or equal to ws-ckpt-interval
		perform take-perf-mark
		add ws-perf-lap to ws-perf-sieve-hs
		perform write-checkpoint
		perform take-perf-mark
		add ws-perf-lap to ws-perf-ckpt-hs
		move "SIEVE" to ws-act-phase-val
		move k to ws-act-done-val
		move num to ws-act-goal-val
		perform record-abnormal-condition
	end-if.
end-write-certification.

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
	move "soeCob" to sec-program.
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

check-sieve-authority.
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
end-check-sieve-authority.
