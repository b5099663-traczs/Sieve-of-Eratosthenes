identification division.
program-id. soeRace.
environment division.
input-output section.
file-control.
	select standard-input assign to keyboard.
	select standard-output assign to display.
	select ctl-file assign to "soeracectl.dat"
		organization is line sequential
		file status is ws-ctl-status.
	select mod-file assign to "soeracemod.dat"
		organization is line sequential
		file status is ws-mod-status.
	select sfile assign to dynamic ws-sname
		organization is line sequential
		file status is ws-seq-status.
	select mst-file assign to "soeprime.mst"
		organization is indexed
		access mode is dynamic
		record key is mst-prime
		file status is ws-mst-status.
	select rfile assign to dynamic ws-rname
		organization is line sequential.

data division.
file section.
fd standard-input.
    01 stdin-record   pic x(80).
fd standard-output.
    01 stdout-record  pic x(80).
fd ctl-file.
    01 ctl-record pic x(60).
fd mod-file.
01 mod-record pic x(30).
fd sfile.
01 seq-record.
	05 seq-ord pic 9(18).
	05 seq-prime pic 9(18).
	05 seq-gap pic 9(18).
fd mst-file.
01 mst-record.
	05 mst-prime pic 9(18).
	05 mst-ord pic 9(18).
fd rfile.
01 report-record pic x(80).

working-storage section.
77 ws-ctl-status pic x(2).
77 ws-mod-status pic x(2).
77 ws-seq-status pic x(2).
77 ws-mst-status pic x(2).
77 ws-sname pic x(60).
77 ws-rname pic x(60).
77 ws-valid pic x(1).
77 ws-source pic x(1) value "s".
77 ws-src-eof pic x(1).
77 ws-timestamp pic x(21).
77 ws-run-date pic x(10).
77 ws-page-no pic 9(4) usage is computational.
77 ws-line-count pic 9(4) usage is computational.
77 ws-page-disp pic z(3)9.
77 ws-page-trim pic x(4).
77 ws-mod-raw pic x(30).
77 ws-mod-val pic 9(18) usage is computational.
77 ws-testpos pic 9(4) usage is computational.
77 ws-mod-count pic 9(1) usage is computational.
77 ws-mod-idx pic 9(1) usage is computational.
77 ws-mod-scan pic 9(1) usage is computational.
77 ws-mod-dup pic x(1).
77 ws-cls-idx pic 9(3) usage is computational.
77 ws-cls-res pic 9(3) usage is computational.
77 ws-runner pic 9(3) usage is computational.
77 ws-gcd-a pic 9(3) usage is computational.
77 ws-gcd-b pic 9(3) usage is computational.
77 ws-gcd-t pic 9(3) usage is computational.
77 ws-this-prime pic 9(18) usage is computational.
77 ws-rec-count pic 9(18) usage is computational.
77 ws-first-prime pic 9(18) usage is computational.
77 ws-last-prime pic 9(18) usage is computational.
77 ws-boundary pic 9(18) usage is computational.
77 ws-boundary-exp pic 9(2) usage is computational.
77 ws-ceiling-hit pic x(1).
77 ws-coprime-total pic 9(18) usage is computational.
77 ws-expected pic 9(14)v9(4) usage is computational.
77 ws-deviation pic s9(18) usage is computational.
77 ws-share pic 9(3)v9(4) usage is computational.
77 ws-exp-share pic 9(3)v9(4) usage is computational.
77 ws-margin pic 9(18) usage is computational.
77 ws-n1-disp pic z(17)9.
77 ws-n1-trim pic x(18).
77 ws-n2-disp pic z(17)9.
77 ws-n2-trim pic x(18).
77 ws-n3-disp pic z(17)9.
77 ws-n3-trim pic x(18).
77 ws-n4-disp pic z(17)9.
77 ws-n4-trim pic x(18).
77 ws-dev-disp pic -(18)9.
77 ws-pct-disp pic zz9.9999.
77 ws-pct2-disp pic zz9.9999.
77 ws-work-line pic x(80).
77 ws-line-hold pic x(80).
01 modulus-table.
	05 mod-entry occurs 8 times.
		10 md-mod pic 9(3) usage is computational.
		10 md-phi pic 9(3) usage is computational.
		10 md-leader pic 9(3) usage is computational.
		10 md-changes pic 9(18) usage is computational.
		10 md-last-change pic 9(18) usage is computational.
		10 md-other pic 9(18) usage is computational.
		10 md-class occurs 210 times.
			15 mc-count pic 9(18) usage is computational.
			15 mc-coprime pic x(1).
01 input-area.
    02 in-r   pic x(60).
    02 filler pic x(20).

procedure division.
	open input standard-input, output standard-output.
	perform get-seq-name.
	if function upper-case(function trim(ws-sname)) is equal to "MASTER"
		move "m" to ws-source
		display "counting residue classes from prime master"
	end-if.
	perform load-moduli.
	perform open-source.
	perform build-rpt-fname.
	open output rfile.
	move 0 to ws-page-no.
	perform write-report-header.
	perform write-moduli-section.
	move "LEADERS AT DECADE BOUNDARIES" to ws-work-line.
	perform write-rpt-line.
	move spaces to ws-work-line.
	perform write-rpt-line.
	move 0 to ws-rec-count.
	move 0 to ws-first-prime.
	move 0 to ws-last-prime.
	move 10 to ws-boundary.
	move 1 to ws-boundary-exp.
	move "n" to ws-ceiling-hit.
	move "n" to ws-src-eof.
	perform race-one-prime
		until ws-src-eof is equal to "y".
	perform close-source.
	if ws-rec-count is equal to 0
		move "NO PRIMES READ -- NOTHING TO ANALYZE" to ws-work-line
		perform write-rpt-line
	else
		perform write-final-snapshot
		perform write-share-section
	end-if.
	close rfile.
	display "prime race report written to " function trim(ws-rname).
	stop run.

get-seq-name.
	move "n" to ws-valid.
	accept ws-sname from command-line.
	move function trim(ws-sname) to ws-sname.
	if ws-sname is not equal to spaces
		move "y" to ws-valid
		display "using source from command-line parameter"
	end-if.
	if ws-valid is not equal to "y"
		open input ctl-file
		if ws-ctl-status is equal to "00"
			read ctl-file
			if ws-ctl-status is equal to "00"
				move function trim(ctl-record) to ws-sname
				if ws-sname is not equal to spaces
					move "y" to ws-valid
					display "using source from control file"
						" soeracectl.dat"
				end-if
			end-if
			close ctl-file
		end-if
	end-if.
	if ws-valid is not equal to "y"
		perform get-seq-name-interactive
	end-if.
end-get-seq-name.

get-seq-name-interactive.
	perform until ws-valid is equal to "y"
		display "enter soeSeq file name to analyze, or MASTER"
		read standard-input into input-area
		move function trim(in-r) to ws-sname
		if ws-sname is not equal to spaces
			move "y" to ws-valid
		end-if
	end-perform.
end-get-seq-name-interactive.

load-moduli.
	move 0 to ws-mod-count.
	open input mod-file.
	if ws-mod-status is equal to "00"
		perform load-modulus-line
			until ws-mod-status is not equal to "00"
		close mod-file
	end-if.
	if ws-mod-count is equal to 0
		display "no usable moduli in soeracemod.dat --"
			" using defaults 3 4 6 10 30"
		move 3 to ws-mod-val
		perform add-modulus
		move 4 to ws-mod-val
		perform add-modulus
		move 6 to ws-mod-val
		perform add-modulus
		move 10 to ws-mod-val
		perform add-modulus
		move 30 to ws-mod-val
		perform add-modulus
	end-if.
	move 1 to ws-mod-idx.
	perform init-modulus
		until ws-mod-idx is greater than ws-mod-count.
end-load-moduli.

load-modulus-line.
	read mod-file
		at end move "10" to ws-mod-status
	end-read.
	if ws-mod-status is equal to "00"
		move function trim(mod-record) to ws-mod-raw
		if ws-mod-raw is not equal to spaces
			compute ws-testpos = function test-numval(ws-mod-raw)
			if ws-testpos is not equal to 0
				display "warning: modulus entry ignored, not numeric: "
					function trim(ws-mod-raw)
			else
				compute ws-mod-val = function numval(ws-mod-raw)
				if ws-mod-val is less than 2
						or ws-mod-val is greater than 210
					display "warning: modulus entry ignored, must be"
						" 2 to 210: " function trim(ws-mod-raw)
				else
					if ws-mod-count is equal to 8
						display "warning: modulus entry ignored, at most"
							" 8 moduli: " function trim(ws-mod-raw)
					else
						perform add-modulus
					end-if
				end-if
			end-if
		end-if
	end-if.
end-load-modulus-line.

add-modulus.
	move "n" to ws-mod-dup.
	move 1 to ws-mod-scan.
	perform check-modulus-dup
		until ws-mod-scan is greater than ws-mod-count
			or ws-mod-dup is equal to "y".
	if ws-mod-dup is not equal to "y"
		add 1 to ws-mod-count
		move ws-mod-val to md-mod(ws-mod-count)
	end-if.
end-add-modulus.

check-modulus-dup.
	if md-mod(ws-mod-scan) is equal to ws-mod-val
		move "y" to ws-mod-dup
	end-if.
	add 1 to ws-mod-scan.
end-check-modulus-dup.

init-modulus.
	move 0 to md-phi(ws-mod-idx).
	move 0 to md-leader(ws-mod-idx).
	move 0 to md-changes(ws-mod-idx).
	move 0 to md-last-change(ws-mod-idx).
	move 0 to md-other(ws-mod-idx).
	move 1 to ws-cls-idx.
	perform init-class
		until ws-cls-idx is greater than md-mod(ws-mod-idx).
	add 1 to ws-mod-idx.
end-init-modulus.

init-class.
	move 0 to mc-count(ws-mod-idx, ws-cls-idx).
	compute ws-gcd-a = ws-cls-idx - 1.
	move md-mod(ws-mod-idx) to ws-gcd-b.
	perform reduce-gcd until ws-gcd-a is equal to 0.
	if ws-gcd-b is equal to 1
		move "y" to mc-coprime(ws-mod-idx, ws-cls-idx)
		add 1 to md-phi(ws-mod-idx)
	else
		move "n" to mc-coprime(ws-mod-idx, ws-cls-idx)
	end-if.
	add 1 to ws-cls-idx.
end-init-class.

reduce-gcd.
	compute ws-gcd-t = function mod(ws-gcd-b, ws-gcd-a).
	move ws-gcd-a to ws-gcd-b.
	move ws-gcd-t to ws-gcd-a.
end-reduce-gcd.

open-source.
	if ws-source is equal to "m"
		open input mst-file
		if ws-mst-status is not equal to "00"
			display "error: cannot open prime master soeprime.mst"
				" status " ws-mst-status
			stop run
		end-if
		move low-values to mst-record
		start mst-file key is greater than or equal to mst-prime
			invalid key move "23" to ws-mst-status
		end-start
	else
		open input sfile
		if ws-seq-status is not equal to "00"
			display "error: cannot open sequence file "
				function trim(ws-sname)
			stop run
		end-if
	end-if.
end-open-source.

close-source.
	if ws-source is equal to "m"
		close mst-file
	else
		close sfile
	end-if.
end-close-source.

race-one-prime.
	if ws-source is equal to "m"
		if ws-mst-status is equal to "00"
			read mst-file next record
				at end move "10" to ws-mst-status
			end-read
		end-if
		if ws-mst-status is equal to "00"
			move mst-prime to ws-this-prime
		else
			move "y" to ws-src-eof
		end-if
	else
		read sfile
			at end move "10" to ws-seq-status
		end-read
		if ws-seq-status is equal to "00"
			move seq-prime to ws-this-prime
		else
			move "y" to ws-src-eof
		end-if
	end-if.
	if ws-src-eof is not equal to "y"
		perform write-passed-boundary
			until ws-this-prime is less than or equal to ws-boundary
				or ws-ceiling-hit is equal to "y"
		add 1 to ws-rec-count
		if ws-rec-count is equal to 1
			move ws-this-prime to ws-first-prime
		end-if
		move ws-this-prime to ws-last-prime
		move 1 to ws-mod-idx
		perform tally-modulus
			until ws-mod-idx is greater than ws-mod-count
	end-if.
end-race-one-prime.

tally-modulus.
	compute ws-cls-idx =
		function mod(ws-this-prime, md-mod(ws-mod-idx)) + 1.
	add 1 to mc-count(ws-mod-idx, ws-cls-idx).
	if mc-coprime(ws-mod-idx, ws-cls-idx) is not equal to "y"
		add 1 to md-other(ws-mod-idx)
	else
		if md-leader(ws-mod-idx) is equal to 0
			move ws-cls-idx to md-leader(ws-mod-idx)
		else
			if ws-cls-idx is not equal to md-leader(ws-mod-idx)
					and mc-count(ws-mod-idx, ws-cls-idx) is greater than
						mc-count(ws-mod-idx, md-leader(ws-mod-idx))
				move ws-cls-idx to md-leader(ws-mod-idx)
				add 1 to md-changes(ws-mod-idx)
				move ws-this-prime to md-last-change(ws-mod-idx)
			end-if
		end-if
	end-if.
	add 1 to ws-mod-idx.
end-tally-modulus.

write-passed-boundary.
	if ws-rec-count is greater than 0
		move ws-boundary to ws-n1-disp
		move function trim(ws-n1-disp) to ws-n1-trim
		move ws-rec-count to ws-n2-disp
		move function trim(ws-n2-disp) to ws-n2-trim
		move spaces to ws-work-line
		string "UP TO " delimited by size
			function trim(ws-n1-trim) delimited by size
			"  (" delimited by size
			function trim(ws-n2-trim) delimited by size
			" PRIMES)" delimited by size
			into ws-work-line
		perform write-rpt-line
		move 1 to ws-mod-idx
		perform write-leader-line
			until ws-mod-idx is greater than ws-mod-count
	end-if.
	if ws-boundary-exp is equal to 17
		move "y" to ws-ceiling-hit
	else
		multiply 10 by ws-boundary
		add 1 to ws-boundary-exp
	end-if.
end-write-passed-boundary.

write-final-snapshot.
	move ws-last-prime to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move ws-rec-count to ws-n2-disp.
	move function trim(ws-n2-disp) to ws-n2-trim.
	move spaces to ws-work-line.
	string "AT END, LAST PRIME " delimited by size
		function trim(ws-n1-trim) delimited by size
		"  (" delimited by size
		function trim(ws-n2-trim) delimited by size
		" PRIMES)" delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move 1 to ws-mod-idx.
	perform write-leader-line
		until ws-mod-idx is greater than ws-mod-count.
end-write-final-snapshot.

write-leader-line.
	move md-mod(ws-mod-idx) to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move md-changes(ws-mod-idx) to ws-n4-disp.
	move function trim(ws-n4-disp) to ws-n4-trim.
	move spaces to ws-work-line.
	if md-leader(ws-mod-idx) is equal to 0
		string "  MOD " delimited by size
			function trim(ws-n1-trim) delimited by size
			": NO COPRIME PRIMES YET" delimited by size
			into ws-work-line
	else
		perform find-runner-up
		compute ws-n2-disp = md-leader(ws-mod-idx) - 1
		move function trim(ws-n2-disp) to ws-n2-trim
		compute ws-margin = mc-count(ws-mod-idx, md-leader(ws-mod-idx))
			- mc-count(ws-mod-idx, ws-runner)
		move ws-margin to ws-n3-disp
		move function trim(ws-n3-disp) to ws-n3-trim
		if ws-margin is equal to 0
			string "  MOD " delimited by size
				function trim(ws-n1-trim) delimited by size
				": LEADER " delimited by size
				function trim(ws-n2-trim) delimited by size
				" (TIED)" delimited by size
				"  LEAD CHANGES " delimited by size
				function trim(ws-n4-trim) delimited by size
				into ws-work-line
		else
			string "  MOD " delimited by size
				function trim(ws-n1-trim) delimited by size
				": LEADER " delimited by size
				function trim(ws-n2-trim) delimited by size
				" BY " delimited by size
				function trim(ws-n3-trim) delimited by size
				"  LEAD CHANGES " delimited by size
				function trim(ws-n4-trim) delimited by size
				into ws-work-line
		end-if
	end-if.
	perform write-rpt-line.
	add 1 to ws-mod-idx.
end-write-leader-line.

find-runner-up.
	move md-leader(ws-mod-idx) to ws-runner.
	move 1 to ws-cls-idx.
	perform scan-runner-up
		until ws-cls-idx is greater than md-mod(ws-mod-idx).
end-find-runner-up.

scan-runner-up.
	if ws-cls-idx is not equal to md-leader(ws-mod-idx)
			and mc-coprime(ws-mod-idx, ws-cls-idx) is equal to "y"
		if ws-runner is equal to md-leader(ws-mod-idx)
			move ws-cls-idx to ws-runner
		else
			if mc-count(ws-mod-idx, ws-cls-idx) is greater than
					mc-count(ws-mod-idx, ws-runner)
				move ws-cls-idx to ws-runner
			end-if
		end-if
	end-if.
	add 1 to ws-cls-idx.
end-scan-runner-up.

write-moduli-section.
	move "MODULI:" to ws-work-line.
	move 1 to ws-mod-idx.
	perform append-modulus-name
		until ws-mod-idx is greater than ws-mod-count.
	perform write-rpt-line.
	move "LEAD CHANGES COUNT ONLY STRICT OVERTAKES AMONG COPRIME CLASSES"
		to ws-work-line.
	perform write-rpt-line.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-moduli-section.

append-modulus-name.
	move md-mod(ws-mod-idx) to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move ws-work-line to ws-line-hold.
	move spaces to ws-work-line.
	string function trim(ws-line-hold) delimited by size
		" " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	add 1 to ws-mod-idx.
end-append-modulus-name.

write-share-section.
	move spaces to ws-work-line.
	perform write-rpt-line.
	move "SHARE OF EACH RESIDUE CLASS AGAINST EQUAL SHARE" to ws-work-line.
	perform write-rpt-line.
	move 1 to ws-mod-idx.
	perform write-modulus-shares
		until ws-mod-idx is greater than ws-mod-count.
end-write-share-section.

write-modulus-shares.
	move spaces to ws-work-line.
	perform write-rpt-line.
	move md-mod(ws-mod-idx) to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move md-phi(ws-mod-idx) to ws-n2-disp.
	move function trim(ws-n2-disp) to ws-n2-trim.
	move spaces to ws-work-line.
	string "MODULUS " delimited by size
		function trim(ws-n1-trim) delimited by size
		"  (" delimited by size
		function trim(ws-n2-trim) delimited by size
		" COPRIME CLASSES)" delimited by size
		into ws-work-line.
	perform write-rpt-line.
	compute ws-coprime-total = ws-rec-count - md-other(ws-mod-idx).
	if ws-coprime-total is greater than 0
		compute ws-expected = ws-coprime-total / md-phi(ws-mod-idx)
		compute ws-exp-share rounded =
			(1000000 / md-phi(ws-mod-idx)) / 10000
	else
		move 0 to ws-expected
		move 0 to ws-exp-share
	end-if.
	move "  CLASS        COUNT   SHARE%  EXPECTED%         DEVIATION"
		to ws-work-line.
	perform write-rpt-line.
	move 1 to ws-cls-idx.
	perform write-class-share
		until ws-cls-idx is greater than md-mod(ws-mod-idx).
	if md-other(ws-mod-idx) is greater than 0
		move md-other(ws-mod-idx) to ws-n1-disp
		move function trim(ws-n1-disp) to ws-n1-trim
		move spaces to ws-work-line
		string "  PRIMES DIVIDING THE MODULUS (EXCLUDED): "
				delimited by size
			function trim(ws-n1-trim) delimited by size
			into ws-work-line
		perform write-rpt-line
	end-if.
	if md-last-change(ws-mod-idx) is greater than 0
		move md-last-change(ws-mod-idx) to ws-n1-disp
		move function trim(ws-n1-disp) to ws-n1-trim
		move spaces to ws-work-line
		string "  LAST LEAD CHANGE AT PRIME " delimited by size
			function trim(ws-n1-trim) delimited by size
			into ws-work-line
		perform write-rpt-line
	end-if.
	add 1 to ws-mod-idx.
end-write-modulus-shares.

write-class-share.
	if mc-coprime(ws-mod-idx, ws-cls-idx) is equal to "y"
		compute ws-cls-res = ws-cls-idx - 1
		move ws-cls-res to ws-n1-disp
		move mc-count(ws-mod-idx, ws-cls-idx) to ws-n2-disp
		if ws-coprime-total is greater than 0
			compute ws-share rounded =
				(mc-count(ws-mod-idx, ws-cls-idx) * 1000000
					/ ws-coprime-total) / 10000
		else
			move 0 to ws-share
		end-if
		move ws-share to ws-pct-disp
		move ws-exp-share to ws-pct2-disp
		compute ws-deviation rounded =
			mc-count(ws-mod-idx, ws-cls-idx) - ws-expected
		move ws-deviation to ws-dev-disp
		move spaces to ws-work-line
		string "  " delimited by size
			ws-n1-disp(14:5) delimited by size
			ws-n2-disp(6:13) delimited by size
			"  " delimited by size
			ws-pct-disp delimited by size
			"   " delimited by size
			ws-pct2-disp delimited by size
			ws-dev-disp delimited by size
			into ws-work-line
		perform write-rpt-line
	end-if.
	add 1 to ws-cls-idx.
end-write-class-share.

build-rpt-fname.
	move function current-date to ws-timestamp.
	move spaces to ws-rname.
	string "soeRaceRpt-" delimited by size
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
	string "----- PRIME RACE REPORT -- PAGE " delimited by size
		function trim(ws-page-trim) delimited by size
		" -----" delimited by size
		into report-record.
	write report-record.
	move spaces to report-record.
	string "SOURCE = " delimited by size
		function trim(ws-sname) delimited by size
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
