	select err-file assign to "soeerror.dat"
		organization is line sequential
		file status is ws-err-status.
	select jrn-file assign to "soejournal.dat"
		organization is line sequential
		file status is ws-jrn-status.
	select auth-file assign to "soeauth.dat"
		organization is line sequential
		file status is ws-auth-status.
	select sec-file assign to "soesecure.dat"
		organization is line sequential
		file status is ws-sec-status.

data division.
file section.
01 report-record pic x(80).
fd err-file.
01 err-record pic x(120).
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
77 ws-mst-status pic x(2).
77 ws-err-reason pic x(12).
77 ws-err-parm pic x(80).
77 ws-err-ts pic x(21).
77 ws-jrn-status pic x(2).
77 ws-jrn-seq pic 9(9) usage is computational.
77 ws-run-ts pic x(21).
77 ws-operator pic x(30).
77 ws-ctl-before pic x(60).
77 ws-ctl-after pic x(60).
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
01 coverage-table.
	05 cov-entry occurs 1000 times.
		10 ct-low pic 9(18) usage is computational.
		10 ct-high pic 9(18) usage is computational.
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
	perform get-run-option.
	if ws-repair-mode is equal to "y"
		move "REPAIR" to ws-auth-func
		perform check-authority
		if ws-auth-ok is not equal to "y"
			move 16 to ws-rc-new
			perform raise-return-code
			move ws-return-code to return-code
			stop run
		end-if
	end-if.
	perform load-master-ctl.
	perform load-cover-prefix.
	perform build-rpt-fname.
	move 0 to ws-ctl-total.
	move 0 to ws-ctl-high.
	move "n" to ws-ctl-found.
	move spaces to ws-ctl-before.
	open input mst-ctl-file.
	if ws-mctl-status is equal to "00"
		read mst-ctl-file
		if ws-mctl-status is equal to "00"
			move mst-ctl-record to ws-ctl-before
			move spaces to ws-ctl-tag ws-ctl-val
			unstring mst-ctl-record delimited by all spaces
				into ws-ctl-tag ws-ctl-val
		if ws-err-count is equal to 0
				and ws-repair-mode is equal to "y"
			perform rewrite-master-ctl
			if ws-jrn-status is equal to "00"
				move "CONTROL FILE: REWRITTEN FROM AUDITED COUNTS"
					to ws-work-line
				perform write-rpt-line
				move "y" to ws-ctl-ok
			else
				move "CONTROL FILE: NOT REWRITTEN, JOURNAL UNAVAILABLE"
					to ws-work-line
				perform write-rpt-line
				add 1 to ws-err-count
			end-if
		else
			add 1 to ws-err-count
		end-if
	move function trim(ws-cnt-disp) to ws-cnt-trim.
	move ws-high-prime to ws-high-disp.
	move function trim(ws-high-disp) to ws-high-trim.
	move function current-date to ws-run-ts.
	accept ws-operator from environment "USER".
	if ws-operator is equal to spaces
		move "UNKNOWN" to ws-operator
	end-if.
	open extend jrn-file.
	if ws-jrn-status is not equal to "00"
		open output jrn-file
	end-if.
	if ws-jrn-status is not equal to "00"
		display "error: cannot open change journal soejournal.dat"
			" -- soemaster.ctl not rewritten"
		move 12 to ws-rc-new
		move "FILE-OPEN" to ws-err-reason
		move "FILE=soejournal.dat" to ws-err-parm
		perform record-abnormal-condition
	else
		open output mst-ctl-file
		move spaces to mst-ctl-record
		string "TOTAL=" delimited by size
			function trim(ws-cnt-trim) delimited by size
			" HIGH=" delimited by size
			function trim(ws-high-trim) delimited by size
			into mst-ctl-record
		move mst-ctl-record to ws-ctl-after
		write mst-ctl-record
		close mst-ctl-file
		move 0 to ws-jrn-seq
		add 1 to ws-jrn-seq
		move spaces to jrn-record
		move ws-run-ts(1:14) to jrn-run-ts
		move ws-jrn-seq to jrn-seq
		move "soeAudit" to jrn-program
		move ws-operator to jrn-operator
		move "CTL" to jrn-file-id
		move "CHANGE" to jrn-action
		move "REPAIR" to jrn-source
		move ws-ctl-before to jrn-before
		move ws-ctl-after to jrn-after
		write jrn-record
		close jrn-file
		display "soemaster.ctl rewritten from audited counts"
	end-if.
end-rewrite-master-ctl.

reconcile-coverage.
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
	move "soeAudit" to sec-program.
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
