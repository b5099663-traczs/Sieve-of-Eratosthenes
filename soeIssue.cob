identification division.
program-id. soeIssue.
environment division.
input-output section.
file-control.
	select req-file assign to dynamic ws-req-fname
		organization is line sequential
		file status is ws-req-status.
	select ans-file assign to "soeissue.ans"
		organization is line sequential
		file status is ws-ans-status.
	select iss-file assign to "soeissue.dat"
		organization is indexed
		access mode is dynamic
		record key is iss-prime
		file status is ws-iss-status.
	select mst-file assign to "soeprime.mst"
		organization is indexed
		access mode is dynamic
		record key is mst-prime
		file status is ws-mst-status.
	select mst-ctl-file assign to "soemaster.ctl"
		organization is line sequential
		file status is ws-mctl-status.
	select cov-file assign to "soecover.dat"
		organization is line sequential
		file status is ws-cov-status.
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
fd req-file.
01 req-record pic x(132).
fd ans-file.
01 ans-record.
	05 ans-requester pic x(30).
	05 filler pic x(1).
	05 ans-status pic x(12).
	05 filler pic x(1).
	05 ans-prime pic x(18).
	05 filler pic x(1).
	05 ans-ord pic x(18).
	05 filler pic x(1).
	05 ans-detail pic x(60).
fd iss-file.
01 iss-record.
	05 iss-prime pic 9(18).
	05 iss-ord pic 9(18).
	05 iss-requester pic x(30).
	05 iss-date pic x(14).
	05 iss-purpose pic x(60).
	05 iss-operator pic x(30).
	05 iss-band-low pic 9(18).
	05 iss-band-high pic 9(18).
fd mst-file.
01 mst-record.
	05 mst-prime pic 9(18).
	05 mst-ord pic 9(18).
fd mst-ctl-file.
01 mst-ctl-record pic x(60).
fd cov-file.
01 cov-record.
	05 cov-low pic 9(18).
	05 cov-high pic 9(18).
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
77 ws-req-fname pic x(60) value "soeissue.req".
77 ws-req-status pic x(2).
77 ws-ans-status pic x(2).
77 ws-iss-status pic x(2).
77 ws-mst-status pic x(2).
77 ws-mctl-status pic x(2).
77 ws-cov-status pic x(2).
77 ws-err-status pic x(2).
77 ws-rname pic x(60).
77 ws-timestamp pic x(21).
77 ws-run-date pic x(10).
77 ws-page-no pic 9(4) usage is computational.
77 ws-line-count pic 9(4) usage is computational.
77 ws-page-disp pic z(3)9.
77 ws-page-trim pic x(4).
77 ws-work-line pic x(80).
77 ws-raw pic x(132).
77 ws-ptr pic 9(4) usage is computational.
77 ws-tok1 pic x(30).
77 ws-tok2 pic x(30).
77 ws-tok3 pic x(30).
77 ws-tok4 pic x(30).
77 ws-purpose pic x(60).
77 ws-requester pic x(30).
77 ws-num-text pic x(30).
77 ws-num-val pic 9(18) usage is computational.
77 ws-num-valid pic x(1).
77 ws-valid pic x(1).
77 ws-testpos pic 9(4) usage is computational.
77 ws-bad-char-count pic 9(4) usage is computational.
77 ws-want pic 9(18) usage is computational.
77 ws-want-max pic 9(18) usage is computational value 1000.
77 ws-band-low pic 9(18) usage is computational.
77 ws-band-high pic 9(18) usage is computational.
77 ws-asked-high pic 9(18) usage is computational.
77 ws-band-max pic 9(18) usage is computational value 100000.
77 ws-band-primes pic 9(18) usage is computational.
77 ws-band-issued pic 9(18) usage is computational.
77 ws-band-left pic 9(18) usage is computational.
77 ws-warn-pct pic 9(4) usage is computational value 10.
77 ws-ord-a pic 9(18) usage is computational.
77 ws-ord-b pic 9(18) usage is computational.
77 ws-ctl-high pic 9(18) usage is computational.
77 ws-ctl-total pic 9(18) usage is computational.
77 ws-cover-prefix pic 9(18) usage is computational.
77 ws-limit pic 9(18) usage is computational.
77 ws-ctl-tag pic x(20).
77 ws-ctl-val pic x(20).
77 ws-cov-count pic 9(4) usage is computational.
77 ws-cov-idx pic 9(4) usage is computational.
77 ws-cov-progress pic x(1).
77 ws-avail-count pic 9(9) usage is computational.
77 ws-pick-idx pic 9(9) usage is computational.
77 ws-pick pic 9(9) usage is computational.
77 ws-pick-off pic 9(9) usage is computational.
77 ws-pick-span pic 9(9) usage is computational.
77 ws-hold-prime pic 9(18) usage is computational.
77 ws-hold-ord pic 9(18) usage is computational.
77 ws-seed pic 9(8).
77 ws-rand pic v9(9).
77 ws-answer pic x(12).
77 ws-write-ok pic x(1).
77 ws-req-count pic 9(9) usage is computational value 0.
77 ws-issued-count pic 9(9) usage is computational value 0.
77 ws-refused-count pic 9(9) usage is computational value 0.
77 ws-warn-count pic 9(9) usage is computational value 0.
77 ws-req-issued pic 9(9) usage is computational.
77 ws-total-issued pic 9(9) usage is computational.
77 ws-above-limit pic 9(9) usage is computational.
77 ws-low-issued pic 9(18) usage is computational.
77 ws-high-issued pic 9(18) usage is computational.
77 ws-rq-count pic 9(4) usage is computational.
77 ws-rq-max pic 9(4) usage is computational value 500.
77 ws-rq-idx pic 9(4) usage is computational.
77 ws-rq-lost pic 9(9) usage is computational.
77 ws-found-idx pic 9(4) usage is computational.
77 ws-flag pic x(1).
77 ws-n1-disp pic z(17)9.
77 ws-n2-disp pic z(17)9.
77 ws-n3-disp pic z(17)9.
77 ws-cnt-disp pic z(8)9.
77 ws-cnt2-disp pic z(8)9.
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
01 coverage-table.
	05 cov-entry occurs 1000 times.
		10 ct-low pic 9(18) usage is computational.
		10 ct-high pic 9(18) usage is computational.
01 avail-table.
	05 av-entry occurs 100000 times.
		10 av-prime pic 9(18) usage is computational.
		10 av-ord pic 9(18) usage is computational.
01 requester-table.
	05 rq-entry occurs 500 times.
		10 rq-name pic x(30).
		10 rq-count pic 9(9) usage is computational.
		10 rq-first pic x(8).
		10 rq-last pic x(8).
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
	move function current-date to ws-timestamp.
	accept ws-raw from command-line.
	move function trim(ws-raw) to ws-raw.
	if function upper-case(ws-raw) is equal to "REPORT"
		perform write-issue-report
	else
		if ws-raw is not equal to spaces
			move ws-raw to ws-req-fname
			display "using request file from command-line parameter"
		end-if
		perform run-issue-requests
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

open-register.
	open i-o iss-file.
	if ws-iss-status is equal to "35"
		open output iss-file
		close iss-file
		open i-o iss-file
	end-if.
	if ws-iss-status is not equal to "00"
		display "error: cannot open issuance register soeissue.dat"
			" status " ws-iss-status
		move 12 to ws-rc-new
		move "FILE-OPEN" to ws-err-reason
		move "FILE=soeissue.dat" to ws-err-parm
		perform record-abnormal-condition
		move ws-return-code to return-code
		stop run
	end-if.
end-open-register.

load-master-ctl.
	move 0 to ws-ctl-high.
	move 0 to ws-ctl-total.
	open input mst-ctl-file.
	if ws-mctl-status is equal to "00"
		read mst-ctl-file
		if ws-mctl-status is equal to "00"
			move spaces to ws-ctl-tag ws-ctl-val
			unstring mst-ctl-record delimited by all spaces
				into ws-ctl-tag ws-ctl-val
			if ws-ctl-tag(1:6) is equal to "TOTAL="
				compute ws-testpos =
					function test-numval(ws-ctl-tag(7:14))
				if ws-testpos is equal to 0
					compute ws-ctl-total =
						function numval(ws-ctl-tag(7:14))
				end-if
			end-if
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
			" all bands will be flagged out of range"
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
			" all bands will be flagged out of range"
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

set-trusted-limit.
	perform load-master-ctl.
	perform load-cover-prefix.
	if ws-ctl-high is less than ws-cover-prefix
		move ws-ctl-high to ws-limit
	else
		move ws-cover-prefix to ws-limit
	end-if.
end-set-trusted-limit.

run-issue-requests.
	move "ISSUE" to ws-auth-func.
	perform check-authority.
	if ws-auth-ok is not equal to "y"
		move 16 to ws-rc-new
		perform raise-return-code
	else
		perform issue-from-request-file
	end-if.
end-run-issue-requests.

issue-from-request-file.
	perform set-trusted-limit.
	open input req-file.
	if ws-req-status is not equal to "00"
		display "error: cannot open request file " function trim(ws-req-fname)
		move 12 to ws-rc-new
		move "FILE-OPEN" to ws-err-reason
		move spaces to ws-err-parm
		string "FILE=" delimited by size
			function trim(ws-req-fname) delimited by size
			into ws-err-parm
		perform record-abnormal-condition
		move ws-return-code to return-code
		stop run
	end-if.
	open input mst-file.
	if ws-mst-status is not equal to "00"
		display "error: cannot open prime master soeprime.mst"
			" status " ws-mst-status
		close req-file
		move 12 to ws-rc-new
		move "FILE-OPEN" to ws-err-reason
		move "FILE=soeprime.mst" to ws-err-parm
		perform record-abnormal-condition
		move ws-return-code to return-code
		stop run
	end-if.
	perform open-register.
	open output ans-file.
	move ws-timestamp(9:8) to ws-seed.
	compute ws-rand = function random(ws-seed).
	perform issue-one-request until ws-req-status is not equal to "00".
	close req-file.
	close mst-file.
	close iss-file.
	close ans-file.
	perform display-summary.
end-issue-from-request-file.

issue-one-request.
	read req-file
		at end move "10" to ws-req-status
	end-read.
	if ws-req-status is equal to "00"
		move function trim(req-record) to ws-raw
		if ws-raw is not equal to spaces
			add 1 to ws-req-count
			perform parse-request
			if ws-valid is equal to "y"
				perform issue-band
			else
				move "INVALID" to ws-answer
				move ws-raw(1:60) to ans-detail
				perform write-refusal
			end-if
		end-if
	end-if.
end-issue-one-request.

parse-request.
	move "n" to ws-valid.
	move spaces to ws-tok1 ws-tok2 ws-tok3 ws-tok4 ws-purpose.
	move 1 to ws-ptr.
	unstring ws-raw delimited by all spaces
		into ws-tok1 ws-tok2 ws-tok3 ws-tok4
		with pointer ws-ptr.
	if ws-ptr is less than 133
		move function trim(ws-raw(ws-ptr:)) to ws-purpose
	end-if.
	move ws-tok1 to ws-requester.
	if ws-requester is not equal to spaces
			and ws-purpose is not equal to spaces
		move ws-tok2 to ws-num-text
		perform validate-number
		if ws-num-valid is equal to "y"
			move ws-num-val to ws-want
			move ws-tok3 to ws-num-text
			perform validate-number
			if ws-num-valid is equal to "y"
				move ws-num-val to ws-band-low
				move ws-tok4 to ws-num-text
				perform validate-number
				if ws-num-valid is equal to "y"
					move ws-num-val to ws-band-high
					move "y" to ws-valid
				end-if
			end-if
		end-if
	end-if.
	if ws-valid is equal to "y"
		if ws-want is equal to 0
				or ws-want is greater than ws-want-max
				or ws-band-high is less than ws-band-low
			move "n" to ws-valid
		end-if
	end-if.
	if ws-valid is not equal to "y"
		move spaces to ws-requester
		move ws-raw(1:30) to ws-requester
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

issue-band.
	if ws-band-low is less than 2
		move 2 to ws-band-low
	end-if.
	move ws-band-high to ws-asked-high.
	if ws-limit is less than 2
			or ws-band-low is greater than ws-limit
		perform warn-band-uncovered
		move "OUT-OF-RANGE" to ws-answer
		move spaces to ans-detail
		move ws-limit to ws-n1-disp
		string "TRUSTED LIMIT=" delimited by size
			function trim(ws-n1-disp) delimited by size
			into ans-detail
		perform write-refusal
	else
		if ws-band-high is greater than ws-limit
			perform warn-band-uncovered
			move ws-limit to ws-band-high
		end-if
		perform find-first-ordinal
		move 0 to ws-band-primes
		if ws-ord-a is greater than 0
			perform find-last-ordinal
			if ws-ord-b is not less than ws-ord-a
				compute ws-band-primes = ws-ord-b - ws-ord-a + 1
			end-if
		end-if
		if ws-band-primes is greater than ws-band-max
			move "TOO-WIDE" to ws-answer
			move spaces to ans-detail
			move ws-band-primes to ws-n1-disp
			string "BAND PRIMES=" delimited by size
				function trim(ws-n1-disp) delimited by size
				into ans-detail
			perform write-refusal
		else
			perform load-band-available
			if ws-avail-count is less than ws-want
				perform refuse-band-short
			else
				perform pick-band-primes
			end-if
		end-if
	end-if.
end-issue-band.

warn-band-uncovered.
	move ws-band-low to ws-n1-disp.
	move ws-asked-high to ws-n2-disp.
	move ws-limit to ws-n3-disp.
	display "warning: band " function trim(ws-n1-disp) "-"
		function trim(ws-n2-disp) " for " function trim(ws-requester)
		" falls outside the trusted master -- limit "
		function trim(ws-n3-disp).
	add 1 to ws-warn-count.
	move 4 to ws-rc-new.
	move "ISSUE-RANGE" to ws-err-reason.
	move spaces to ws-err-parm.
	string "REQUESTER=" delimited by size
		function trim(ws-requester) delimited by size
		" LOW=" delimited by size
		function trim(ws-n1-disp) delimited by size
		" HIGH=" delimited by size
		function trim(ws-n2-disp) delimited by size
		" LIMIT=" delimited by size
		function trim(ws-n3-disp) delimited by size
		into ws-err-parm.
	perform record-abnormal-condition.
end-warn-band-uncovered.

find-first-ordinal.
	move 0 to ws-ord-a.
	move ws-band-low to mst-prime.
	start mst-file key is greater than or equal to mst-prime
		invalid key move "23" to ws-mst-status
	end-start.
	if ws-mst-status is equal to "00"
		read mst-file next record
			at end move "10" to ws-mst-status
		end-read
		if ws-mst-status is equal to "00"
				and mst-prime is less than or equal to ws-band-high
			move mst-ord to ws-ord-a
		end-if
	end-if.
	move "00" to ws-mst-status.
end-find-first-ordinal.

find-last-ordinal.
	move 0 to ws-ord-b.
	move ws-band-high to mst-prime.
	start mst-file key is greater than mst-prime
		invalid key move "23" to ws-mst-status
	end-start.
	if ws-mst-status is equal to "00"
		read mst-file next record
			at end move "10" to ws-mst-status
		end-read
		if ws-mst-status is equal to "00"
			compute ws-ord-b = mst-ord - 1
		else
			move ws-ctl-total to ws-ord-b
		end-if
	else
		move ws-ctl-total to ws-ord-b
	end-if.
	move "00" to ws-mst-status.
end-find-last-ordinal.

load-band-available.
	move 0 to ws-avail-count.
	move 0 to ws-band-issued.
	if ws-band-primes is greater than 0
		move ws-band-low to mst-prime
		start mst-file key is greater than or equal to mst-prime
			invalid key move "23" to ws-mst-status
		end-start
		perform load-available-prime
			until ws-mst-status is not equal to "00"
		move "00" to ws-mst-status
	end-if.
end-load-band-available.

load-available-prime.
	read mst-file next record
		at end move "10" to ws-mst-status
	end-read.
	if ws-mst-status is equal to "00"
		if mst-prime is greater than ws-band-high
				or ws-avail-count is equal to ws-band-max
			move "10" to ws-mst-status
		else
			move mst-prime to iss-prime
			read iss-file
				invalid key move "23" to ws-iss-status
			end-read
			if ws-iss-status is equal to "00"
				add 1 to ws-band-issued
			else
				add 1 to ws-avail-count
				move mst-prime to av-prime(ws-avail-count)
				move mst-ord to av-ord(ws-avail-count)
			end-if
		end-if
	end-if.
end-load-available-prime.

refuse-band-short.
	move "EXHAUSTED" to ws-answer.
	move ws-avail-count to ws-cnt-disp.
	move ws-want to ws-cnt2-disp.
	move spaces to ans-detail.
	string "AVAILABLE=" delimited by size
		function trim(ws-cnt-disp) delimited by size
		" REQUESTED=" delimited by size
		function trim(ws-cnt2-disp) delimited by size
		into ans-detail.
	perform write-refusal.
	move ws-band-low to ws-n1-disp.
	move ws-band-high to ws-n2-disp.
	display "error: band " function trim(ws-n1-disp) "-"
		function trim(ws-n2-disp) " has only "
		function trim(ws-cnt-disp) " unissued prime(s) -- "
		function trim(ws-requester) " asked for "
		function trim(ws-cnt2-disp).
	move 8 to ws-rc-new.
	move "ISSUE-SHORT" to ws-err-reason.
	move spaces to ws-err-parm.
	string "REQUESTER=" delimited by size
		function trim(ws-requester) delimited by size
		" LOW=" delimited by size
		function trim(ws-n1-disp) delimited by size
		" HIGH=" delimited by size
		function trim(ws-n2-disp) delimited by size
		" AVAILABLE=" delimited by size
		function trim(ws-cnt-disp) delimited by size
		" REQUESTED=" delimited by size
		function trim(ws-cnt2-disp) delimited by size
		into ws-err-parm.
	perform record-abnormal-condition.
end-refuse-band-short.

pick-band-primes.
	move 0 to ws-req-issued.
	move "y" to ws-write-ok.
	move 1 to ws-pick-idx.
	perform pick-one-prime
		until ws-pick-idx is greater than ws-want
			or ws-write-ok is not equal to "y".
	add ws-req-issued to ws-issued-count.
	move ws-req-issued to ws-cnt-disp.
	display function trim(ws-cnt-disp) " prime(s) issued to "
		function trim(ws-requester).
	compute ws-band-left = ws-avail-count - ws-req-issued.
	if ws-band-left * 100 is not greater than
			ws-band-primes * ws-warn-pct
		perform warn-band-nearly-used
	end-if.
end-pick-band-primes.

pick-one-prime.
	compute ws-rand = function random.
	compute ws-pick-span = ws-avail-count - ws-pick-idx + 1.
	compute ws-pick-off = ws-rand * ws-pick-span.
	compute ws-pick = ws-pick-idx + ws-pick-off.
	if ws-pick is greater than ws-avail-count
		move ws-avail-count to ws-pick
	end-if.
	move av-prime(ws-pick) to ws-hold-prime.
	move av-ord(ws-pick) to ws-hold-ord.
	move av-prime(ws-pick-idx) to av-prime(ws-pick).
	move av-ord(ws-pick-idx) to av-ord(ws-pick).
	move ws-hold-prime to av-prime(ws-pick-idx).
	move ws-hold-ord to av-ord(ws-pick-idx).
	move spaces to iss-record.
	move ws-hold-prime to iss-prime.
	move ws-hold-ord to iss-ord.
	move ws-requester to iss-requester.
	move ws-timestamp(1:14) to iss-date.
	move ws-purpose to iss-purpose.
	move ws-operator to iss-operator.
	move ws-band-low to iss-band-low.
	move ws-band-high to iss-band-high.
	write iss-record
		invalid key move "22" to ws-iss-status
	end-write.
	if ws-iss-status is not equal to "00"
		move "n" to ws-write-ok
		move ws-hold-prime to ws-n1-disp
		display "error: cannot record prime " function trim(ws-n1-disp)
			" in soeissue.dat status " ws-iss-status
			" -- request for " function trim(ws-requester) " stopped"
		move 12 to ws-rc-new
		move "FILE-WRITE" to ws-err-reason
		move spaces to ws-err-parm
		string "FILE=soeissue.dat PRIME=" delimited by size
			function trim(ws-n1-disp) delimited by size
			" STATUS=" delimited by size
			ws-iss-status delimited by size
			into ws-err-parm
		perform record-abnormal-condition
	else
		add 1 to ws-req-issued
		move spaces to ans-record
		move ws-requester to ans-requester
		move "ISSUED" to ans-status
		move ws-hold-prime to ws-n1-disp
		move function trim(ws-n1-disp) to ans-prime
		move ws-hold-ord to ws-n1-disp
		move function trim(ws-n1-disp) to ans-ord
		move ws-purpose to ans-detail
		write ans-record
	end-if.
	add 1 to ws-pick-idx.
end-pick-one-prime.

warn-band-nearly-used.
	move ws-band-low to ws-n1-disp.
	move ws-band-high to ws-n2-disp.
	move ws-band-left to ws-cnt-disp.
	move ws-band-primes to ws-cnt2-disp.
	display "warning: band " function trim(ws-n1-disp) "-"
		function trim(ws-n2-disp) " is nearly used up -- "
		function trim(ws-cnt-disp) " of "
		function trim(ws-cnt2-disp) " prime(s) left".
	add 1 to ws-warn-count.
	move 4 to ws-rc-new.
	move "ISSUE-LOW" to ws-err-reason.
	move spaces to ws-err-parm.
	string "REQUESTER=" delimited by size
		function trim(ws-requester) delimited by size
		" LOW=" delimited by size
		function trim(ws-n1-disp) delimited by size
		" HIGH=" delimited by size
		function trim(ws-n2-disp) delimited by size
		" LEFT=" delimited by size
		function trim(ws-cnt-disp) delimited by size
		" OF=" delimited by size
		function trim(ws-cnt2-disp) delimited by size
		into ws-err-parm.
	perform record-abnormal-condition.
end-warn-band-nearly-used.

write-refusal.
	add 1 to ws-refused-count.
	move ans-detail to ws-work-line.
	move spaces to ans-record.
	move ws-requester to ans-requester.
	move ws-answer to ans-status.
	move ws-work-line(1:60) to ans-detail.
	write ans-record.
end-write-refusal.

display-summary.
	move ws-req-count to ws-cnt-disp.
	display "request lines read:  " function trim(ws-cnt-disp).
	move ws-issued-count to ws-cnt-disp.
	display "primes issued:       " function trim(ws-cnt-disp).
	move ws-refused-count to ws-cnt-disp.
	display "requests refused:    " function trim(ws-cnt-disp).
	move ws-warn-count to ws-cnt-disp.
	display "band warnings:       " function trim(ws-cnt-disp).
	display "answers written to soeissue.ans".
end-display-summary.

write-issue-report.
	perform set-trusted-limit.
	perform open-register.
	perform build-requester-table.
	perform build-rpt-fname.
	open output rfile.
	move 0 to ws-page-no.
	perform write-report-header.
	perform write-summary-section.
	perform write-requester-section.
	perform write-detail-section.
	close rfile.
	close iss-file.
	display "issuance report written to " function trim(ws-rname).
end-write-issue-report.

build-requester-table.
	move 0 to ws-total-issued.
	move 0 to ws-above-limit.
	move 0 to ws-low-issued.
	move 0 to ws-high-issued.
	move 0 to ws-rq-count.
	move 0 to ws-rq-lost.
	move 0 to iss-prime.
	start iss-file key is greater than or equal to iss-prime
		invalid key move "23" to ws-iss-status
	end-start.
	perform tally-issued-prime
		until ws-iss-status is not equal to "00".
end-build-requester-table.

tally-issued-prime.
	read iss-file next record
		at end move "10" to ws-iss-status
	end-read.
	if ws-iss-status is equal to "00"
		add 1 to ws-total-issued
		if ws-total-issued is equal to 1
			move iss-prime to ws-low-issued
		end-if
		move iss-prime to ws-high-issued
		if iss-prime is greater than ws-limit
			add 1 to ws-above-limit
		end-if
		perform find-requester
		if ws-found-idx is equal to 0
			if ws-rq-count is less than ws-rq-max
				add 1 to ws-rq-count
				move ws-rq-count to ws-found-idx
				move iss-requester to rq-name(ws-found-idx)
				move 0 to rq-count(ws-found-idx)
				move iss-date(1:8) to rq-first(ws-found-idx)
				move iss-date(1:8) to rq-last(ws-found-idx)
			else
				add 1 to ws-rq-lost
			end-if
		end-if
		if ws-found-idx is greater than 0
			add 1 to rq-count(ws-found-idx)
			if iss-date(1:8) is less than rq-first(ws-found-idx)
				move iss-date(1:8) to rq-first(ws-found-idx)
			end-if
			if iss-date(1:8) is greater than rq-last(ws-found-idx)
				move iss-date(1:8) to rq-last(ws-found-idx)
			end-if
		end-if
	end-if.
end-tally-issued-prime.

find-requester.
	move 0 to ws-found-idx.
	move 1 to ws-rq-idx.
	perform scan-requester
		until ws-rq-idx is greater than ws-rq-count
			or ws-found-idx is greater than 0.
end-find-requester.

scan-requester.
	if rq-name(ws-rq-idx) is equal to iss-requester
		move ws-rq-idx to ws-found-idx
	end-if.
	add 1 to ws-rq-idx.
end-scan-requester.

build-rpt-fname.
	move function current-date to ws-timestamp.
	move spaces to ws-rname.
	string "soeIssRpt-" delimited by size
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
	string "----- PRIME ISSUANCE REPORT -- PAGE " delimited by size
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
	move "ISSUANCE REGISTER (SOEISSUE.DAT)" to ws-work-line.
	perform write-rpt-line.
	move ws-total-issued to ws-cnt-disp.
	move spaces to ws-work-line.
	string "  PRIMES ISSUED:        " delimited by size
		function trim(ws-cnt-disp) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-rq-count to ws-cnt-disp.
	move spaces to ws-work-line.
	string "  REQUESTERS:           " delimited by size
		function trim(ws-cnt-disp) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-low-issued to ws-n1-disp.
	move spaces to ws-work-line.
	string "  LOWEST PRIME ISSUED:  " delimited by size
		function trim(ws-n1-disp) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-high-issued to ws-n1-disp.
	move spaces to ws-work-line.
	string "  HIGHEST PRIME ISSUED: " delimited by size
		function trim(ws-n1-disp) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-limit to ws-n1-disp.
	move spaces to ws-work-line.
	string "  TRUSTED MASTER LIMIT: " delimited by size
		function trim(ws-n1-disp) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	if ws-above-limit is greater than 0
		move ws-above-limit to ws-cnt-disp
		move spaces to ws-work-line
		string "  ** " delimited by size
			function trim(ws-cnt-disp) delimited by size
			" ISSUED PRIME(S) LIE ABOVE THE TRUSTED LIMIT" delimited by size
			into ws-work-line
		perform write-rpt-line
	end-if.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-summary-section.

write-requester-section.
	move "PRIMES ISSUED BY REQUESTER" to ws-work-line.
	perform write-rpt-line.
	if ws-rq-count is equal to 0
		move "  NONE" to ws-work-line
		perform write-rpt-line
	else
		move "  REQUESTER                         ISSUED FIRST    LAST"
			to ws-work-line
		perform write-rpt-line
		move 1 to ws-rq-idx
		perform write-requester-line
			until ws-rq-idx is greater than ws-rq-count
	end-if.
	if ws-rq-lost is greater than 0
		move ws-rq-lost to ws-cnt-disp
		move spaces to ws-work-line
		string "  ** " delimited by size
			function trim(ws-cnt-disp) delimited by size
			" PRIME(S) FROM FURTHER REQUESTERS NOT LISTED" delimited by size
			into ws-work-line
		perform write-rpt-line
	end-if.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-requester-section.

write-requester-line.
	move rq-count(ws-rq-idx) to ws-cnt-disp.
	move spaces to ws-work-line.
	string "  " delimited by size
		rq-name(ws-rq-idx) delimited by size
		" " delimited by size
		ws-cnt-disp delimited by size
		" " delimited by size
		rq-first(ws-rq-idx) delimited by size
		" " delimited by size
		rq-last(ws-rq-idx) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	add 1 to ws-rq-idx.
end-write-requester-line.

write-detail-section.
	move "ISSUED PRIMES IN PRIME ORDER (* = ABOVE TRUSTED LIMIT)"
		to ws-work-line.
	perform write-rpt-line.
	if ws-total-issued is equal to 0
		move "  NONE" to ws-work-line
		perform write-rpt-line
	else
		move "              PRIME DATE     REQUESTER        PURPOSE"
			to ws-work-line
		perform write-rpt-line
		move 0 to iss-prime
		start iss-file key is greater than or equal to iss-prime
			invalid key move "23" to ws-iss-status
		end-start
		perform write-detail-line
			until ws-iss-status is not equal to "00"
	end-if.
end-write-detail-section.

write-detail-line.
	read iss-file next record
		at end move "10" to ws-iss-status
	end-read.
	if ws-iss-status is equal to "00"
		move " " to ws-flag
		if iss-prime is greater than ws-limit
			move "*" to ws-flag
		end-if
		move iss-prime to ws-n1-disp
		move spaces to ws-work-line
		string ws-flag delimited by size
			ws-n1-disp delimited by size
			" " delimited by size
			iss-date(1:8) delimited by size
			" " delimited by size
			iss-requester(1:16) delimited by size
			" " delimited by size
			iss-purpose(1:34) delimited by size
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
	move "soeIssue" to sec-program.
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
