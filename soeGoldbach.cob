identification division.
program-id. soeGoldbach.
environment division.
input-output section.
file-control.
	select req-file assign to dynamic ws-req-fname
		organization is line sequential
		file status is ws-req-status.
	select ans-file assign to "soegoldbach.ans"
		organization is line sequential.
	select mst-file assign to "soeprime.mst"
		organization is indexed
		access mode is dynamic
		record key is mst-prime
		file status is ws-mst-status.
	select mstq-file assign to "soeprime.mst"
		organization is indexed
		access mode is random
		record key is mstq-prime
		file status is ws-mstq-status.
	select mst-ctl-file assign to "soemaster.ctl"
		organization is line sequential
		file status is ws-mctl-status.
	select cov-file assign to "soecover.dat"
		organization is line sequential
		file status is ws-cov-status.
	select run-log-file assign to "soerunlog.dat"
		organization is line sequential
		file status is ws-log-status.

data division.
file section.
fd req-file.
01 req-record pic x(40).
fd ans-file.
01 ans-record.
	05 ans-candidate pic x(20).
	05 filler pic x(1).
	05 ans-status pic x(12).
	05 filler pic x(1).
	05 ans-count pic x(18).
	05 filler pic x(1).
	05 ans-small-p pic x(18).
	05 filler pic x(1).
	05 ans-small-q pic x(18).
	05 filler pic x(1).
	05 ans-large-p pic x(18).
	05 filler pic x(1).
	05 ans-large-q pic x(18).
fd mst-file.
01 mst-record.
	05 mst-prime pic 9(18).
	05 mst-ord pic 9(18).
fd mstq-file.
01 mstq-record.
	05 mstq-prime pic 9(18).
	05 mstq-ord pic 9(18).
fd mst-ctl-file.
01 mst-ctl-record pic x(60).
fd cov-file.
01 cov-record.
	05 cov-low pic 9(18).
	05 cov-high pic 9(18).
fd run-log-file.
01 run-log-record pic x(300).

working-storage section.
77 ws-req-fname pic x(60) value "soegoldbach.req".
77 ws-req-status pic x(2).
77 ws-mst-status pic x(2).
77 ws-mstq-status pic x(2).
77 ws-mctl-status pic x(2).
77 ws-cov-status pic x(2).
77 ws-log-status pic x(2).
77 ws-operator pic x(30).
77 ws-timestamp pic x(21).
77 ws-raw pic x(40).
77 ws-tok1 pic x(30).
77 ws-tok2 pic x(30).
77 ws-tok3 pic x(30).
77 ws-num-text pic x(30).
77 ws-num-val pic 9(18) usage is computational.
77 ws-cand pic 9(18) usage is computational.
77 ws-band-low pic 9(18) usage is computational.
77 ws-band-high pic 9(18) usage is computational.
77 ws-band-max pic 9(9) usage is computational value 1000.
77 ws-band-size pic 9(18) usage is computational.
77 ws-half pic 9(18) usage is computational.
77 ws-q pic 9(18) usage is computational.
77 ws-quot pic 9(18) usage is computational.
77 ws-rem pic 9(18) usage is computational.
77 ws-testpos pic 9(4) usage is computational.
77 ws-bad-char-count pic 9(4) usage is computational.
77 ws-valid pic x(1).
77 ws-num-valid pic x(1).
77 ws-ctl-high pic 9(18) usage is computational.
77 ws-cover-prefix pic 9(18) usage is computational.
77 ws-limit pic 9(18) usage is computational.
77 ws-answer pic x(12).
77 ws-done pic x(1).
77 ws-pair-count pic 9(18) usage is computational.
77 ws-small-p pic 9(18) usage is computational.
77 ws-small-q pic 9(18) usage is computational.
77 ws-large-p pic 9(18) usage is computational.
77 ws-large-q pic 9(18) usage is computational.
77 ws-ctl-tag pic x(20).
77 ws-ctl-val pic x(20).
77 ws-cov-count pic 9(4) usage is computational.
77 ws-cov-idx pic 9(4) usage is computational.
77 ws-cov-progress pic x(1).
77 ws-req-count pic 9(9) usage is computational.
77 ws-num-count pic 9(9) usage is computational.
77 ws-part-ans-count pic 9(9) usage is computational.
77 ws-none-ans-count pic 9(9) usage is computational.
77 ws-oor-ans-count pic 9(9) usage is computational.
77 ws-inv-ans-count pic 9(9) usage is computational.
77 ws-wide-ans-count pic 9(9) usage is computational.
77 ws-ans-count pic 9(9) usage is computational.
77 ws-cnt-disp pic z(8)9.
77 ws-n1-disp pic z(17)9.
01 coverage-table.
	05 cov-entry occurs 1000 times.
		10 ct-low pic 9(18) usage is computational.
		10 ct-high pic 9(18) usage is computational.

procedure division.
	perform get-req-fname.
	perform load-master-ctl.
	perform load-cover-prefix.
	if ws-ctl-high is less than ws-cover-prefix
		move ws-ctl-high to ws-limit
	else
		move ws-cover-prefix to ws-limit
	end-if.
	open input req-file.
	if ws-req-status is not equal to "00"
		display "error: cannot open request file " function trim(ws-req-fname)
		stop run
	end-if.
	open input mst-file.
	if ws-mst-status is not equal to "00"
		display "error: cannot open prime master soeprime.mst"
			" status " ws-mst-status
		close req-file
		stop run
	end-if.
	open input mstq-file.
	if ws-mstq-status is not equal to "00"
		display "error: cannot open prime master soeprime.mst"
			" status " ws-mstq-status
		close req-file
		close mst-file
		stop run
	end-if.
	open output ans-file.
	move 0 to ws-req-count.
	move 0 to ws-num-count.
	move 0 to ws-part-ans-count.
	move 0 to ws-none-ans-count.
	move 0 to ws-oor-ans-count.
	move 0 to ws-inv-ans-count.
	move 0 to ws-wide-ans-count.
	perform answer-one-request until ws-req-status is not equal to "00".
	close req-file.
	close mst-file.
	close mstq-file.
	close ans-file.
	perform display-summary.
	perform write-run-log.
	stop run.

get-req-fname.
	accept ws-raw from command-line.
	move function trim(ws-raw) to ws-raw.
	if ws-raw is not equal to spaces
		move ws-raw to ws-req-fname
		display "using request file from command-line parameter"
	end-if.
end-get-req-fname.

load-master-ctl.
	move 0 to ws-ctl-high.
	open input mst-ctl-file.
	if ws-mctl-status is equal to "00"
		read mst-ctl-file
		if ws-mctl-status is equal to "00"
			move spaces to ws-ctl-tag ws-ctl-val
			unstring mst-ctl-record delimited by all spaces
				into ws-ctl-tag ws-ctl-val
			if ws-ctl-val(1:5) is equal to "HIGH="
				compute ws-testpos =
					function test-numval(ws-ctl-val(6:15))
				if ws-testpos is equal to 0
					compute ws-ctl-high =
						function numval(ws-ctl-val(6:15))
				end-if
			end-if
		end-if
		close mst-ctl-file
	end-if.
	if ws-ctl-high is equal to 0
		display "warning: soemaster.ctl missing or unusable --"
			" all requests will be flagged out of range"
	end-if.
end-load-master-ctl.

load-cover-prefix.
	move 0 to ws-cover-prefix.
	move 0 to ws-cov-count.
	open input cov-file.
	if ws-cov-status is equal to "00"
		perform load-cover-entry
			until ws-cov-status is not equal to "00"
				or ws-cov-count is equal to 1000
		close cov-file
	end-if.
	if ws-cov-count is equal to 0
		display "warning: coverage ledger soecover.dat missing or empty --"
			" all requests will be flagged out of range"
	else
		move 2 to ws-cover-prefix
		move "y" to ws-cov-progress
		perform extend-cover-prefix
			until ws-cov-progress is not equal to "y"
		subtract 1 from ws-cover-prefix
	end-if.
end-load-cover-prefix.

load-cover-entry.
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
end-load-cover-entry.

extend-cover-prefix.
	move "n" to ws-cov-progress.
	move 1 to ws-cov-idx.
	perform scan-cover-entry
		until ws-cov-idx is greater than ws-cov-count.
end-extend-cover-prefix.

scan-cover-entry.
	if ct-low(ws-cov-idx) is less than or equal to ws-cover-prefix
			and ct-high(ws-cov-idx) is greater than or equal to
				ws-cover-prefix
		compute ws-cover-prefix = ct-high(ws-cov-idx) + 1
		move "y" to ws-cov-progress
	end-if.
	add 1 to ws-cov-idx.
end-scan-cover-entry.

answer-one-request.
	read req-file
		at end move "10" to ws-req-status
	end-read.
	if ws-req-status is equal to "00"
		add 1 to ws-req-count
		move function trim(req-record) to ws-raw
		perform parse-request
	end-if.
end-answer-one-request.

parse-request.
	move spaces to ws-tok1 ws-tok2 ws-tok3.
	unstring ws-raw delimited by all spaces
		into ws-tok1 ws-tok2 ws-tok3.
	if ws-tok2 is equal to spaces
		move ws-tok1 to ws-num-text
		perform validate-number
		if ws-num-valid is equal to "y"
			move ws-num-val to ws-cand
			perform validate-even
		else
			move "n" to ws-valid
		end-if
		if ws-valid is equal to "y"
			perform partition-candidate
		else
			perform answer-invalid
		end-if
	else
		perform answer-band
	end-if.
end-parse-request.

validate-number.
	move "n" to ws-num-valid.
	move 0 to ws-num-val.
	if ws-num-text is not equal to spaces
		move 0 to ws-bad-char-count
		inspect ws-num-text tallying ws-bad-char-count for all "-"
		inspect ws-num-text tallying ws-bad-char-count for all "+"
		inspect ws-num-text tallying ws-bad-char-count for all "."
		if ws-bad-char-count is equal to 0
			compute ws-testpos = function test-numval(ws-num-text)
			if ws-testpos is equal to 0
				compute ws-num-val = function numval(ws-num-text)
				move "y" to ws-num-valid
			end-if
		end-if
	end-if.
end-validate-number.

validate-even.
	move "n" to ws-valid.
	if ws-cand is greater than or equal to 4
		compute ws-quot = ws-cand / 2
		compute ws-rem = ws-cand - (ws-quot * 2)
		if ws-rem is equal to 0
			move "y" to ws-valid
		end-if
	end-if.
end-validate-even.

answer-invalid.
	move spaces to ans-record.
	move ws-raw(1:20) to ans-candidate.
	move "INVALID" to ans-status.
	write ans-record.
	add 1 to ws-inv-ans-count.
end-answer-invalid.

answer-band.
	move "n" to ws-valid.
	if ws-tok3 is equal to spaces
		move ws-tok1 to ws-num-text
		perform validate-number
		if ws-num-valid is equal to "y"
			move ws-num-val to ws-band-low
			move ws-tok2 to ws-num-text
			perform validate-number
			if ws-num-valid is equal to "y"
				move ws-num-val to ws-band-high
				move "y" to ws-valid
			end-if
		end-if
	end-if.
	if ws-valid is equal to "y"
		if ws-band-low is less than 4
			move 4 to ws-band-low
		end-if
		compute ws-quot = ws-band-low / 2
		compute ws-rem = ws-band-low - (ws-quot * 2)
		if ws-rem is not equal to 0
			add 1 to ws-band-low
		end-if
		compute ws-quot = ws-band-high / 2
		compute ws-rem = ws-band-high - (ws-quot * 2)
		if ws-rem is not equal to 0
			subtract 1 from ws-band-high
		end-if
		if ws-band-high is less than ws-band-low
			move "n" to ws-valid
		end-if
	end-if.
	if ws-valid is not equal to "y"
		perform answer-invalid
	else
		compute ws-band-size = (ws-band-high - ws-band-low) / 2 + 1
		if ws-band-size is greater than ws-band-max
			move spaces to ans-record
			move ws-raw(1:20) to ans-candidate
			move "TOO-WIDE" to ans-status
			move ws-band-size to ws-n1-disp
			move function trim(ws-n1-disp) to ans-count
			write ans-record
			add 1 to ws-wide-ans-count
		else
			move ws-band-low to ws-cand
			perform partition-band-member
				until ws-cand is greater than ws-band-high
		end-if
	end-if.
end-answer-band.

partition-band-member.
	move ws-cand to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-raw.
	perform partition-candidate.
	add 2 to ws-cand.
end-partition-band-member.

partition-candidate.
	add 1 to ws-num-count.
	move 0 to ws-pair-count.
	move 0 to ws-small-p ws-small-q ws-large-p ws-large-q.
	if ws-limit is less than 2
		move "OUT-OF-RANGE" to ws-answer
	else
		if ws-cand - 2 is greater than ws-limit
			move "OUT-OF-RANGE" to ws-answer
		else
			perform search-master-pairs
		end-if
	end-if.
	perform write-answer.
end-partition-candidate.

search-master-pairs.
	move spaces to ws-answer.
	move "n" to ws-done.
	compute ws-half = ws-cand / 2.
	move low-values to mst-record.
	start mst-file key is greater than or equal to mst-prime
		invalid key move "23" to ws-mst-status
	end-start.
	if ws-mst-status is not equal to "00"
		move "OUT-OF-RANGE" to ws-answer
		move "y" to ws-done
	end-if.
	perform test-next-pair until ws-done is equal to "y".
	if ws-answer is equal to spaces
		if ws-pair-count is greater than 0
			move "PARTITIONED" to ws-answer
		else
			move "NO-PARTITION" to ws-answer
		end-if
	end-if.
end-search-master-pairs.

test-next-pair.
	read mst-file next record
		at end move "10" to ws-mst-status
	end-read.
	if ws-mst-status is not equal to "00"
		move "OUT-OF-RANGE" to ws-answer
		move "y" to ws-done
	else
		if mst-prime is greater than ws-half
			move "y" to ws-done
		else
			compute ws-q = ws-cand - mst-prime
			move ws-q to mstq-prime
			read mstq-file
				invalid key move "23" to ws-mstq-status
			end-read
			if ws-mstq-status is equal to "00"
				add 1 to ws-pair-count
				if ws-pair-count is equal to 1
					move mst-prime to ws-small-p
					move ws-q to ws-small-q
				end-if
				move mst-prime to ws-large-p
				move ws-q to ws-large-q
			end-if
		end-if
	end-if.
end-test-next-pair.

write-answer.
	move spaces to ans-record.
	move ws-raw(1:20) to ans-candidate.
	move ws-answer to ans-status.
	if ws-answer is equal to "PARTITIONED"
			or ws-answer is equal to "NO-PARTITION"
		move ws-pair-count to ws-n1-disp
		move function trim(ws-n1-disp) to ans-count
	end-if.
	if ws-answer is equal to "PARTITIONED"
		move ws-small-p to ws-n1-disp
		move function trim(ws-n1-disp) to ans-small-p
		move ws-small-q to ws-n1-disp
		move function trim(ws-n1-disp) to ans-small-q
		move ws-large-p to ws-n1-disp
		move function trim(ws-n1-disp) to ans-large-p
		move ws-large-q to ws-n1-disp
		move function trim(ws-n1-disp) to ans-large-q
		add 1 to ws-part-ans-count
	end-if.
	if ws-answer is equal to "NO-PARTITION"
		add 1 to ws-none-ans-count
	end-if.
	if ws-answer is equal to "OUT-OF-RANGE"
		add 1 to ws-oor-ans-count
	end-if.
	write ans-record.
end-write-answer.

display-summary.
	move ws-req-count to ws-cnt-disp.
	display "request lines read:  " function trim(ws-cnt-disp).
	move ws-num-count to ws-cnt-disp.
	display "even numbers tested: " function trim(ws-cnt-disp).
	move ws-part-ans-count to ws-cnt-disp.
	display "answered PARTITIONED:" function trim(ws-cnt-disp).
	move ws-none-ans-count to ws-cnt-disp.
	display "answered NO-PARTITION:" function trim(ws-cnt-disp).
	move ws-oor-ans-count to ws-cnt-disp.
	display "out of range:        " function trim(ws-cnt-disp).
	move ws-inv-ans-count to ws-cnt-disp.
	display "invalid requests:    " function trim(ws-cnt-disp).
	move ws-wide-ans-count to ws-cnt-disp.
	display "bands too wide:      " function trim(ws-cnt-disp).
	display "answers written to soegoldbach.ans".
end-display-summary.

write-run-log.
	accept ws-operator from environment "USER".
	if ws-operator is equal to spaces
		move "UNKNOWN" to ws-operator
	end-if.
	move function current-date to ws-timestamp.
	compute ws-ans-count =
		ws-num-count + ws-inv-ans-count + ws-wide-ans-count.
	move ws-ans-count to ws-cnt-disp.
	move spaces to run-log-record.
	string function trim(ws-operator) delimited by size
		" " delimited by size
		ws-timestamp(1:14) delimited by size
		" SERVICE=GOLDBACH REQUESTS=" delimited by size
		function trim(ws-cnt-disp) delimited by size
		into run-log-record.
	open extend run-log-file.
	if ws-log-status is not equal to "00"
		open output run-log-file
	end-if.
	if ws-log-status is not equal to "00"
		display "warning: cannot open run log soerunlog.dat"
			" -- run not logged"
	else
		write run-log-record
		close run-log-file
	end-if.
end-write-run-log.
