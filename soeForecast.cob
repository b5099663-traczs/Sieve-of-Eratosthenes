identification division.
program-id. soeForecast.
environment division.
input-output section.
file-control.
	select standard-input assign to keyboard.
	select standard-output assign to display.
	select ctl-file assign to "soefcstctl.dat"
		organization is line sequential
		file status is ws-ctl-status.
	select perf-file assign to "soeperf.dat"
		organization is line sequential
		file status is ws-perf-status.
	select sched-file assign to dynamic ws-sched-fname
		organization is line sequential
		file status is ws-sched-status.
	select cov-file assign to "soecover.dat"
		organization is line sequential
		file status is ws-cov-status.
	select rfile assign to dynamic ws-rname
		organization is line sequential.
	select err-file assign to "soeerror.dat"
		organization is line sequential
		file status is ws-err-status.

data division.
file section.
fd standard-input.
    01 stdin-record   pic x(80).
fd standard-output.
    01 stdout-record  pic x(80).
fd ctl-file.
01 ctl-record pic x(80).
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
fd sched-file.
01 sched-record pic x(30).
fd cov-file.
01 cov-record.
	05 cov-low pic 9(18).
	05 cov-high pic 9(18).
fd rfile.
01 report-record pic x(80).
fd err-file.
01 err-record pic x(120).

working-storage section.
77 ws-ctl-status pic x(2).
77 ws-perf-status pic x(2).
77 ws-sched-status pic x(2).
77 ws-cov-status pic x(2).
77 ws-err-status pic x(2).
77 ws-sched-fname pic x(60) value "soesched.dat".
77 ws-rname pic x(60).
77 ws-timestamp pic x(21).
77 ws-run-date pic x(10).
77 ws-page-no pic 9(4) usage is computational.
77 ws-line-count pic 9(4) usage is computational.
77 ws-page-disp pic z(3)9.
77 ws-page-trim pic x(4).
77 ws-raw pic x(80).
77 ws-valid pic x(1).
77 ws-sched-mode pic x(1) value "n".
77 ws-tok1 pic x(60).
77 ws-tok2 pic x(60).
77 ws-tok3 pic x(60).
77 ws-tok4 pic x(60).
77 ws-tok-work pic x(60).
77 ws-win-raw pic x(20).
77 ws-window-min pic 9(9) usage is computational value 480.
77 ws-window-hs pic 9(18) usage is computational.
77 ws-low-raw pic x(60).
77 ws-high-raw pic x(60).
77 ws-extra-raw pic x(60).
77 ws-testpos pic 9(4) usage is computational.
77 ws-bad-char-count pic 9(4) usage is computational.
77 ws-num pic 9(18) usage is computational.
77 ws-num-ceiling pic 9(18) usage is computational value 1000000000.
77 ws-full-ceiling pic 9(18) usage is computational value 1000000000.
77 ws-range-ceiling pic 9(18) usage is computational
	value 1000000000000.
77 ws-max-seg-width pic 9(9) usage is computational value 100000000.
77 ws-reject-text pic x(40).
77 ws-f-mode pic x(1).
77 ws-f-low pic 9(18) usage is computational.
77 ws-f-high pic 9(18) usage is computational.
77 ws-f-width pic 9(18) usage is computational.
77 ws-f-primes pic 9(18) usage is computational.
77 ws-f-hs pic 9(18) usage is computational.
77 ws-f-out pic 9(18) usage is computational.
77 ws-f-seq pic 9(18) usage is computational.
77 ws-f-rpt pic 9(18) usage is computational.
77 ws-f-basis pic x(30).
77 ws-f-estimated pic x(1).
77 ws-pi-x pic 9(18) usage is computational.
77 ws-pi-est pic 9(18) usage is computational.
77 ws-pi-high pic 9(18) usage is computational.
77 ws-hist-count pic 9(9) usage is computational.
77 ws-hist-slot pic 9(9) usage is computational.
77 ws-hist-used pic 9(9) usage is computational.
77 ws-hist-idx pic 9(9) usage is computational.
77 ws-hist-full pic 9(9) usage is computational.
77 ws-hist-range pic 9(9) usage is computational.
77 ws-hist-resumed pic 9(9) usage is computational.
77 ws-sel-pass pic 9(1) usage is computational.
77 ws-sel-n pic 9(9) usage is computational.
77 ws-sum-width pic 9(18) usage is computational.
77 ws-sum-primes pic 9(18) usage is computational.
77 ws-sum-sieve pic 9(18) usage is computational.
77 ws-sum-emit pic 9(18) usage is computational.
77 ws-sum-over pic 9(18) usage is computational.
77 ws-sum-out pic 9(18) usage is computational.
77 ws-sum-seq pic 9(18) usage is computational.
77 ws-sum-rpt pic 9(18) usage is computational.
77 ws-width-floor pic 9(18) usage is computational.
77 ws-width-cap pic 9(18) usage is computational.
77 ws-over pic 9(18) usage is computational.
77 ws-cov-count pic 9(4) usage is computational.
77 ws-cov-idx pic 9(4) usage is computational.
77 ws-cov-cursor pic 9(18) usage is computational.
77 ws-cov-progress pic x(1).
77 ws-cov-covered pic x(1).
77 ws-entry-raw pic x(30).
77 ws-entry-count pic 9(4) usage is computational.
77 ws-entry-skip pic 9(4) usage is computational.
77 ws-entry-fail pic 9(4) usage is computational.
77 ws-entry-unest pic 9(4) usage is computational.
77 ws-cum-hs pic 9(18) usage is computational.
77 ws-tot-bytes pic 9(18) usage is computational.
77 ws-past-window pic x(1).
77 ws-first-past pic x(30).
77 ws-dur-hs pic 9(18) usage is computational.
77 ws-dur-secs pic 9(18) usage is computational.
77 ws-dur-hh pic 9(9) usage is computational.
77 ws-dur-mm pic 9(2).
77 ws-dur-ss pic 9(2).
77 ws-dur-hh-disp pic z(4)9.
77 ws-dur-text pic x(14).
77 ws-dur-text2 pic x(14).
77 ws-n1-disp pic z(17)9.
77 ws-n1-trim pic x(18).
77 ws-n2-disp pic z(17)9.
77 ws-n2-trim pic x(18).
77 ws-n3-disp pic z(17)9.
77 ws-n3-trim pic x(18).
77 ws-pct-disp pic z(8)9.
77 ws-work-line pic x(80).
77 ws-return-code pic 9(4) usage is computational value 0.
77 ws-rc-new pic 9(4) usage is computational.
77 ws-err-reason pic x(12).
77 ws-err-parm pic x(80).
77 ws-err-ts pic x(21).
01 input-area.
    02 in-r   pic x(80).
01 pi-small-digits pic x(11) value "00122334444".
01 pi-small-table redefines pi-small-digits.
	05 pi-small pic 9(1) occurs 11 times.
01 coverage-table.
	05 cov-entry occurs 1000 times.
		10 ct-low pic 9(18) usage is computational.
		10 ct-high pic 9(18) usage is computational.
01 history-table.
	05 hist-entry occurs 5000 times.
		10 ht-mode pic x(1).
		10 ht-resumed pic x(1).
		10 ht-width pic 9(18) usage is computational.
		10 ht-primes pic 9(18) usage is computational.
		10 ht-elapsed pic 9(18) usage is computational.
		10 ht-sieve pic 9(18) usage is computational.
		10 ht-emit pic 9(18) usage is computational.
		10 ht-out pic 9(18) usage is computational.
		10 ht-seq pic 9(18) usage is computational.
		10 ht-rpt pic 9(18) usage is computational.

procedure division.
	open input standard-input, output standard-output.
	perform get-forecast-request.
	compute ws-window-hs = ws-window-min * 6000.
	perform load-history.
	perform load-coverage-table.
	perform build-rpt-fname.
	open output rfile.
	move 0 to ws-page-no.
	perform write-report-header.
	perform write-history-summary.
	move 0 to ws-cum-hs.
	move 0 to ws-tot-bytes.
	move 0 to ws-entry-count.
	move 0 to ws-entry-skip.
	move 0 to ws-entry-fail.
	move 0 to ws-entry-unest.
	move "n" to ws-past-window.
	move spaces to ws-first-past.
	if ws-sched-mode is equal to "y"
		perform forecast-schedule
	else
		move ws-raw to ws-entry-raw
		perform forecast-entry
	end-if.
	perform write-verdict.
	close rfile.
	display "forecast report written to " function trim(ws-rname).
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

get-forecast-request.
	move "n" to ws-valid.
	accept ws-raw from command-line.
	move function trim(ws-raw) to ws-raw.
	if ws-raw is not equal to spaces
		perform parse-forecast-input
		if ws-valid is equal to "y"
			display "using forecast request from command-line parameter"
		end-if
	end-if.
	if ws-valid is not equal to "y"
		open input ctl-file
		if ws-ctl-status is equal to "00"
			read ctl-file
			if ws-ctl-status is equal to "00"
				move function trim(ctl-record) to ws-raw
				perform parse-forecast-input
				if ws-valid is equal to "y"
					display "using forecast request from control file"
						" soefcstctl.dat"
				end-if
			end-if
			close ctl-file
		end-if
	end-if.
	if ws-valid is not equal to "y"
		perform get-forecast-interactive
	end-if.
end-get-forecast-request.

get-forecast-interactive.
	perform until ws-valid is equal to "y"
		display "enter NUM, LOW HIGH or SCHEDULE [file],"
			" optionally followed by WINDOW=minutes"
		read standard-input into input-area
		move function trim(in-r) to ws-raw
		perform parse-forecast-input
	end-perform.
end-get-forecast-interactive.

parse-forecast-input.
	move "n" to ws-valid.
	move spaces to ws-tok1 ws-tok2 ws-tok3 ws-tok4.
	unstring ws-raw delimited by all spaces
		into ws-tok1 ws-tok2 ws-tok3 ws-tok4.
	move "y" to ws-valid.
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
		if function upper-case(ws-tok1) is equal to "SCHEDULE"
			if ws-tok3 is not equal to spaces
				display "error: too many fields -- enter SCHEDULE"
					" with at most one file name"
				move "n" to ws-valid
			else
				if ws-tok2 is not equal to spaces
					move function trim(ws-tok2) to ws-sched-fname
				end-if
				move "y" to ws-sched-mode
			end-if
		else
			if ws-tok4 is not equal to spaces
				display "error: too many fields -- enter a single NUM"
					" or a LOW HIGH pair"
				move "n" to ws-valid
			else
				move spaces to ws-raw
				string function trim(ws-tok1) delimited by size
					" " delimited by size
					function trim(ws-tok2) delimited by size
					" " delimited by size
					function trim(ws-tok3) delimited by size
					into ws-raw
				move function trim(ws-raw) to ws-raw
				perform parse-entry
				if ws-valid is not equal to "y"
					display "error: " function trim(ws-reject-text)
				end-if
			end-if
		end-if
	end-if.
end-parse-forecast-input.

take-window-token.
	if function upper-case(ws-tok-work(1:7)) is equal to "WINDOW="
		move ws-tok-work(8:20) to ws-win-raw
		compute ws-testpos = function test-numval(ws-win-raw)
		if ws-testpos is not equal to 0
			display "error: WINDOW= must be a number of minutes"
			move "n" to ws-valid
		else
			compute ws-window-min = function numval(ws-win-raw)
			if ws-window-min is equal to 0
				display "error: WINDOW= must be at least 1 minute"
				move "n" to ws-valid
			end-if
		end-if
		move spaces to ws-tok-work
	end-if.
end-take-window-token.

parse-entry.
	move spaces to ws-reject-text.
	move spaces to ws-low-raw ws-high-raw ws-extra-raw.
	unstring ws-raw delimited by all spaces
		into ws-low-raw ws-high-raw ws-extra-raw.
	if function upper-case(ws-low-raw) is equal to "SCHEDULE"
			or function upper-case(ws-low-raw) is equal to "VERIFY"
		move "SCHEDULE/VERIFY NOT ALLOWED HERE" to ws-reject-text
		move "n" to ws-valid
	else
		if ws-extra-raw is not equal to spaces
			move "TOO MANY FIELDS" to ws-reject-text
			move "n" to ws-valid
		else
			if ws-high-raw is equal to spaces
				move "f" to ws-f-mode
				move ws-full-ceiling to ws-num-ceiling
				move ws-low-raw to ws-tok-work
				perform validate-num
				if ws-valid is equal to "y"
					move 1 to ws-f-low
					move ws-num to ws-f-high
				end-if
			else
				perform parse-range-entry
			end-if
		end-if
	end-if.
end-parse-entry.

parse-range-entry.
	move ws-range-ceiling to ws-num-ceiling.
	move ws-low-raw to ws-tok-work.
	perform validate-num.
	if ws-valid is equal to "y"
		move ws-num to ws-f-low
		move ws-high-raw to ws-tok-work
		perform validate-num
		if ws-valid is equal to "y"
			move ws-num to ws-f-high
			if ws-f-low is greater than ws-f-high
				move "LOW EXCEEDS HIGH" to ws-reject-text
				move "n" to ws-valid
			else
				if (ws-f-high - ws-f-low + 1) is greater than
						ws-max-seg-width
					move "RANGE WIDTH EXCEEDS 100000000"
						to ws-reject-text
					move "n" to ws-valid
				else
					move "r" to ws-f-mode
				end-if
			end-if
		end-if
	end-if.
	move ws-full-ceiling to ws-num-ceiling.
end-parse-range-entry.

validate-num.
	move "n" to ws-valid.
	move 0 to ws-bad-char-count.
	inspect ws-tok-work tallying ws-bad-char-count for all "-".
	inspect ws-tok-work tallying ws-bad-char-count for all "+".
	inspect ws-tok-work tallying ws-bad-char-count for all ".".
	if ws-tok-work is equal to spaces
		move "BLANK ENTRY" to ws-reject-text
	else
		if ws-bad-char-count is greater than 0
			move "NON-NUMERIC ENTRY" to ws-reject-text
		else
			compute ws-testpos = function test-numval(ws-tok-work)
			if ws-testpos is not equal to 0
				move "NON-NUMERIC ENTRY" to ws-reject-text
			else
				compute ws-num = function numval(ws-tok-work)
				if ws-num is less than 1
						or ws-num is greater than ws-num-ceiling
					move "OUT OF RANGE" to ws-reject-text
				else
					move "y" to ws-valid
				end-if
			end-if
		end-if
	end-if.
end-validate-num.

load-history.
	move 0 to ws-hist-count.
	move 0 to ws-hist-full.
	move 0 to ws-hist-range.
	move 0 to ws-hist-resumed.
	open input perf-file.
	if ws-perf-status is equal to "00"
		perform load-history-entry
			until ws-perf-status is not equal to "00"
		close perf-file
	end-if.
	if ws-hist-count is greater than 5000
		move 5000 to ws-hist-used
	else
		move ws-hist-count to ws-hist-used
	end-if.
	if ws-hist-used is equal to 0
		display "warning: no performance history in soeperf.dat --"
			" elapsed time cannot be estimated"
		move 4 to ws-rc-new
		move "NO-PERF-HIST" to ws-err-reason
		move "FILE=soeperf.dat" to ws-err-parm
		perform record-abnormal-condition
	end-if.
end-load-history.

load-history-entry.
	read perf-file
		at end move "10" to ws-perf-status
	end-read.
	if ws-perf-status is equal to "00"
		if (perf-mode is equal to "F" or perf-mode is equal to "R")
				and perf-width is numeric
				and perf-primes is numeric
				and perf-elapsed is numeric
				and perf-sieve is numeric
				and perf-emit is numeric
				and perf-out-bytes is numeric
				and perf-seq-bytes is numeric
				and perf-rpt-bytes is numeric
				and perf-width is greater than 0
			add 1 to ws-hist-count
			compute ws-hist-slot =
				function mod(ws-hist-count - 1, 5000) + 1
			move perf-mode to ht-mode(ws-hist-slot)
			move perf-resumed to ht-resumed(ws-hist-slot)
			move perf-width to ht-width(ws-hist-slot)
			move perf-primes to ht-primes(ws-hist-slot)
			move perf-elapsed to ht-elapsed(ws-hist-slot)
			move perf-sieve to ht-sieve(ws-hist-slot)
			move perf-emit to ht-emit(ws-hist-slot)
			move perf-out-bytes to ht-out(ws-hist-slot)
			move perf-seq-bytes to ht-seq(ws-hist-slot)
			move perf-rpt-bytes to ht-rpt(ws-hist-slot)
			if perf-mode is equal to "F"
				add 1 to ws-hist-full
			else
				add 1 to ws-hist-range
			end-if
			if perf-resumed is equal to "Y"
				add 1 to ws-hist-resumed
			end-if
		end-if
	end-if.
end-load-history-entry.

load-coverage-table.
	move 0 to ws-cov-count.
	open input cov-file.
	if ws-cov-status is equal to "00"
		perform load-coverage-entry
			until ws-cov-status is not equal to "00"
				or ws-cov-count is equal to 1000
		close cov-file
	end-if.
end-load-coverage-table.

load-coverage-entry.
	read cov-file
		at end move "10" to ws-cov-status
	end-read.
	if ws-cov-status is equal to "00"
		if cov-low is numeric and cov-high is numeric
			add 1 to ws-cov-count
			move cov-low to ct-low(ws-cov-count)
			move cov-high to ct-high(ws-cov-count)
		end-if
	end-if.
end-load-coverage-entry.

check-coverage.
	move "n" to ws-cov-covered.
	if ws-cov-count is greater than 0
		if ws-f-mode is equal to "r"
			move ws-f-low to ws-cov-cursor
		else
			move 2 to ws-cov-cursor
		end-if
		move "y" to ws-cov-progress
		perform extend-coverage-cursor
			until ws-cov-cursor is greater than ws-f-high
				or ws-cov-progress is not equal to "y"
		if ws-cov-cursor is greater than ws-f-high
			move "y" to ws-cov-covered
		end-if
	end-if.
end-check-coverage.

extend-coverage-cursor.
	move "n" to ws-cov-progress.
	move 1 to ws-cov-idx.
	perform scan-coverage-entry
		until ws-cov-idx is greater than ws-cov-count.
end-extend-coverage-cursor.

scan-coverage-entry.
	if ct-low(ws-cov-idx) is less than or equal to ws-cov-cursor
			and ct-high(ws-cov-idx) is greater than or equal to ws-cov-cursor
		compute ws-cov-cursor = ct-high(ws-cov-idx) + 1
		move "y" to ws-cov-progress
	end-if.
	add 1 to ws-cov-idx.
end-scan-coverage-entry.

forecast-schedule.
	open input sched-file.
	if ws-sched-status is not equal to "00"
		display "error: cannot open schedule file "
			function trim(ws-sched-fname)
		move spaces to ws-work-line
		string "SCHEDULE FILE NOT FOUND: " delimited by size
			function trim(ws-sched-fname) delimited by size
			into ws-work-line
		perform write-rpt-line
		move 12 to ws-rc-new
		move "FILE-OPEN" to ws-err-reason
		move spaces to ws-err-parm
		string "FILE=" delimited by size
			function trim(ws-sched-fname) delimited by size
			into ws-err-parm
		perform record-abnormal-condition
	else
		move spaces to ws-work-line
		string "SCHEDULE FILE: " delimited by size
			function trim(ws-sched-fname) delimited by size
			into ws-work-line
		perform write-rpt-line
		move spaces to ws-work-line
		perform write-rpt-line
		perform forecast-schedule-entry
			until ws-sched-status is not equal to "00"
		close sched-file
	end-if.
end-forecast-schedule.

forecast-schedule-entry.
	read sched-file
		at end move "10" to ws-sched-status
	end-read.
	if ws-sched-status is equal to "00"
		move function trim(sched-record) to ws-entry-raw
		if ws-entry-raw is not equal to spaces
			move ws-entry-raw to ws-raw
			perform parse-entry
			if ws-valid is not equal to "y"
				add 1 to ws-entry-fail
				move spaces to ws-work-line
				string "ENTRY: " delimited by size
					function trim(ws-entry-raw) delimited by size
					into ws-work-line
				perform write-rpt-line
				move spaces to ws-work-line
				string "  FAILED-VALIDATION -- " delimited by size
					function trim(ws-reject-text) delimited by size
					into ws-work-line
				perform write-rpt-line
			else
				perform forecast-entry
			end-if
		end-if
	end-if.
end-forecast-schedule-entry.

forecast-entry.
	add 1 to ws-entry-count.
	move spaces to ws-work-line.
	string "ENTRY: " delimited by size
		function trim(ws-entry-raw) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	perform check-coverage.
	if ws-cov-covered is equal to "y"
			and ws-sched-mode is equal to "y"
		add 1 to ws-entry-skip
		move "  SKIPPED-COVERED -- interval already in soecover.dat"
			to ws-work-line
		perform write-rpt-line
	else
		if ws-cov-covered is equal to "y"
			move "  NOTE: interval already covered by soecover.dat"
				to ws-work-line
			perform write-rpt-line
		end-if
		perform estimate-entry
		perform write-entry-estimate
	end-if.
end-forecast-entry.

estimate-entry.
	compute ws-f-width = ws-f-high - ws-f-low + 1.
	move ws-f-high to ws-pi-x.
	perform estimate-pi.
	move ws-pi-est to ws-pi-high.
	if ws-f-mode is equal to "r" and ws-f-low is greater than 1
		compute ws-pi-x = ws-f-low - 1
		perform estimate-pi
		if ws-pi-high is greater than ws-pi-est
			compute ws-f-primes = ws-pi-high - ws-pi-est
		else
			move 0 to ws-f-primes
		end-if
	else
		move ws-pi-high to ws-f-primes
	end-if.
	move "n" to ws-f-estimated.
	move 0 to ws-f-hs.
	move 0 to ws-f-out.
	move 0 to ws-f-seq.
	move 0 to ws-f-rpt.
	move spaces to ws-f-basis.
	if ws-hist-used is greater than 0
		compute ws-width-floor = ws-f-width / 10
		compute ws-width-cap = ws-f-width * 10
		move 1 to ws-sel-pass
		perform select-history
		if ws-sel-n is equal to 0
			move 2 to ws-sel-pass
			perform select-history
		end-if
		if ws-sel-n is equal to 0
			move 3 to ws-sel-pass
			perform select-history
		end-if
		if ws-sel-n is greater than 0
			perform apply-history-rates
		end-if
	end-if.
end-estimate-entry.

estimate-pi.
	if ws-pi-x is less than 11
		move pi-small(ws-pi-x + 1) to ws-pi-est
	else
		compute ws-pi-est rounded =
			ws-pi-x / (function log(ws-pi-x) - 1)
	end-if.
end-estimate-pi.

select-history.
	move 0 to ws-sel-n.
	move 0 to ws-sum-width.
	move 0 to ws-sum-primes.
	move 0 to ws-sum-sieve.
	move 0 to ws-sum-emit.
	move 0 to ws-sum-over.
	move 0 to ws-sum-out.
	move 0 to ws-sum-seq.
	move 0 to ws-sum-rpt.
	move 1 to ws-hist-idx.
	perform select-history-entry
		until ws-hist-idx is greater than ws-hist-used.
	move ws-sel-n to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-f-basis.
	if ws-sel-pass is equal to 1
		string function trim(ws-n1-trim) delimited by size
			" SIMILAR RUNS" delimited by size
			into ws-f-basis
	end-if.
	if ws-sel-pass is equal to 2
		string function trim(ws-n1-trim) delimited by size
			" SAME-MODE RUNS" delimited by size
			into ws-f-basis
	end-if.
	if ws-sel-pass is equal to 3
		string function trim(ws-n1-trim) delimited by size
			" RUNS OF ANY MODE" delimited by size
			into ws-f-basis
	end-if.
end-select-history.

select-history-entry.
	if ws-sel-pass is equal to 3
		perform add-history-entry
	else
		if (ht-mode(ws-hist-idx) is equal to "F"
					and ws-f-mode is equal to "f")
				or (ht-mode(ws-hist-idx) is equal to "R"
					and ws-f-mode is equal to "r")
			if ws-sel-pass is equal to 2
				perform add-history-entry
			else
				if ht-resumed(ws-hist-idx) is not equal to "Y"
						and ht-width(ws-hist-idx) is greater than or
							equal to ws-width-floor
						and ht-width(ws-hist-idx) is less than or
							equal to ws-width-cap
					perform add-history-entry
				end-if
			end-if
		end-if
	end-if.
	add 1 to ws-hist-idx.
end-select-history-entry.

add-history-entry.
	add 1 to ws-sel-n.
	add ht-width(ws-hist-idx) to ws-sum-width.
	add ht-primes(ws-hist-idx) to ws-sum-primes.
	add ht-sieve(ws-hist-idx) to ws-sum-sieve.
	add ht-emit(ws-hist-idx) to ws-sum-emit.
	if ht-elapsed(ws-hist-idx) is greater than
			(ht-sieve(ws-hist-idx) + ht-emit(ws-hist-idx))
		compute ws-over = ht-elapsed(ws-hist-idx)
			- ht-sieve(ws-hist-idx) - ht-emit(ws-hist-idx)
		add ws-over to ws-sum-over
	end-if.
	add ht-out(ws-hist-idx) to ws-sum-out.
	add ht-seq(ws-hist-idx) to ws-sum-seq.
	add ht-rpt(ws-hist-idx) to ws-sum-rpt.
end-add-history-entry.

apply-history-rates.
	move "y" to ws-f-estimated.
	compute ws-f-hs rounded = ws-f-width * ws-sum-sieve / ws-sum-width
		+ ws-sum-over / ws-sel-n.
	if ws-sum-primes is greater than 0
		compute ws-f-hs rounded = ws-f-hs
			+ ws-f-primes * ws-sum-emit / ws-sum-primes
		compute ws-f-out rounded =
			ws-f-primes * ws-sum-out / ws-sum-primes
		compute ws-f-seq rounded =
			ws-f-primes * ws-sum-seq / ws-sum-primes
		compute ws-f-rpt rounded =
			ws-f-primes * ws-sum-rpt / ws-sum-primes
	else
		compute ws-f-hs rounded = ws-f-hs
			+ ws-f-width * ws-sum-emit / ws-sum-width
	end-if.
end-apply-history-rates.

write-entry-estimate.
	move ws-f-primes to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move ws-f-width to ws-n2-disp.
	move function trim(ws-n2-disp) to ws-n2-trim.
	move spaces to ws-work-line.
	string "  INTEGERS: " delimited by size
		function trim(ws-n2-trim) delimited by size
		"  EST PRIMES: " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	if ws-f-estimated is not equal to "y"
		add 1 to ws-entry-unest
		move "  EST ELAPSED: UNAVAILABLE -- NO PERFORMANCE HISTORY"
			to ws-work-line
		perform write-rpt-line
	else
		add ws-f-hs to ws-cum-hs
		add ws-f-out to ws-tot-bytes
		add ws-f-seq to ws-tot-bytes
		add ws-f-rpt to ws-tot-bytes
		move ws-f-hs to ws-dur-hs
		perform format-duration
		move ws-dur-text to ws-dur-text2
		move ws-cum-hs to ws-dur-hs
		perform format-duration
		move spaces to ws-work-line
		string "  EST ELAPSED: " delimited by size
			function trim(ws-dur-text2) delimited by size
			"  CUMULATIVE: " delimited by size
			function trim(ws-dur-text) delimited by size
			"  BASIS: " delimited by size
			function trim(ws-f-basis) delimited by size
			into ws-work-line
		perform write-rpt-line
		move ws-f-out to ws-n1-disp
		move function trim(ws-n1-disp) to ws-n1-trim
		move ws-f-seq to ws-n2-disp
		move function trim(ws-n2-disp) to ws-n2-trim
		move ws-f-rpt to ws-n3-disp
		move function trim(ws-n3-disp) to ws-n3-trim
		move spaces to ws-work-line
		string "  EST BYTES: OUTPUT " delimited by size
			function trim(ws-n1-trim) delimited by size
			"  SEQ " delimited by size
			function trim(ws-n2-trim) delimited by size
			"  REPORT " delimited by size
			function trim(ws-n3-trim) delimited by size
			into ws-work-line
		perform write-rpt-line
		if ws-cum-hs is greater than ws-window-hs
				and ws-past-window is not equal to "y"
			move "y" to ws-past-window
			move ws-entry-raw to ws-first-past
			move "  ** THIS ENTRY RUNS PAST THE BATCH WINDOW **"
				to ws-work-line
			perform write-rpt-line
		end-if
	end-if.
end-write-entry-estimate.

format-duration.
	compute ws-dur-secs rounded = ws-dur-hs / 100.
	compute ws-dur-hh = ws-dur-secs / 3600.
	compute ws-dur-mm = (ws-dur-secs - ws-dur-hh * 3600) / 60.
	compute ws-dur-ss = ws-dur-secs - ws-dur-hh * 3600 - ws-dur-mm * 60.
	move ws-dur-hh to ws-dur-hh-disp.
	move spaces to ws-dur-text.
	string function trim(ws-dur-hh-disp) delimited by size
		":" delimited by size
		ws-dur-mm delimited by size
		":" delimited by size
		ws-dur-ss delimited by size
		into ws-dur-text.
end-format-duration.

write-history-summary.
	move ws-hist-used to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move ws-hist-full to ws-n2-disp.
	move function trim(ws-n2-disp) to ws-n2-trim.
	move ws-hist-range to ws-n3-disp.
	move function trim(ws-n3-disp) to ws-n3-trim.
	move spaces to ws-work-line.
	string "HISTORY RECORDS USED: " delimited by size
		function trim(ws-n1-trim) delimited by size
		"  (FULL " delimited by size
		function trim(ws-n2-trim) delimited by size
		", RANGE " delimited by size
		function trim(ws-n3-trim) delimited by size
		")" delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-hist-resumed to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "RESUMED FROM CHECKPOINT (EXCLUDED FROM SIMILAR RUNS): "
			delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-window-hs to ws-dur-hs.
	perform format-duration.
	move ws-window-min to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "BATCH WINDOW: " delimited by size
		function trim(ws-n1-trim) delimited by size
		" MINUTES (" delimited by size
		function trim(ws-dur-text) delimited by size
		")" delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-history-summary.

write-verdict.
	move spaces to ws-work-line.
	perform write-rpt-line.
	move ws-entry-count to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move ws-entry-skip to ws-n2-disp.
	move function trim(ws-n2-disp) to ws-n2-trim.
	move ws-entry-fail to ws-n3-disp.
	move function trim(ws-n3-disp) to ws-n3-trim.
	move spaces to ws-work-line.
	string "ENTRIES FORECAST: " delimited by size
		function trim(ws-n1-trim) delimited by size
		"  SKIPPED-COVERED: " delimited by size
		function trim(ws-n2-trim) delimited by size
		"  FAILED-VALIDATION: " delimited by size
		function trim(ws-n3-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-cum-hs to ws-dur-hs.
	perform format-duration.
	move spaces to ws-work-line.
	string "TOTAL ESTIMATED ELAPSED: " delimited by size
		function trim(ws-dur-text) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-tot-bytes to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "TOTAL ESTIMATED OUTPUT BYTES: " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move spaces to ws-work-line.
	if ws-entry-unest is greater than 0
		move "VERDICT: UNKNOWN -- NO PERFORMANCE HISTORY TO ESTIMATE FROM"
			to ws-work-line
		perform write-rpt-line
		display "forecast verdict: UNKNOWN -- no performance history"
	else
		if ws-cum-hs is greater than ws-window-hs
			compute ws-dur-hs = ws-cum-hs - ws-window-hs
			perform format-duration
			string "VERDICT: EXCEEDS WINDOW BY " delimited by size
				function trim(ws-dur-text) delimited by size
				into ws-work-line
			perform write-rpt-line
			move spaces to ws-work-line
			string "FIRST ENTRY PAST WINDOW: " delimited by size
				function trim(ws-first-past) delimited by size
				into ws-work-line
			perform write-rpt-line
			display "forecast verdict: EXCEEDS WINDOW BY "
				function trim(ws-dur-text)
			move 4 to ws-rc-new
			move "WINDOW-RISK" to ws-err-reason
			move spaces to ws-err-parm
			string "ENTRY=" delimited by size
				function trim(ws-first-past) delimited by size
				" OVER=" delimited by size
				function trim(ws-dur-text) delimited by size
				into ws-err-parm
			perform record-abnormal-condition
		else
			compute ws-pct-disp rounded = ws-cum-hs * 100 / ws-window-hs
			string "VERDICT: FITS WINDOW (" delimited by size
				function trim(ws-pct-disp) delimited by size
				"% OF WINDOW USED)" delimited by size
				into ws-work-line
			perform write-rpt-line
			display "forecast verdict: FITS WINDOW ("
				function trim(ws-pct-disp) "% used)"
		end-if
	end-if.
end-write-verdict.

build-rpt-fname.
	move function current-date to ws-timestamp.
	move spaces to ws-rname.
	string "soeForecastRpt-" delimited by size
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
	string "----- BATCH WINDOW FORECAST -- PAGE " delimited by size
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
