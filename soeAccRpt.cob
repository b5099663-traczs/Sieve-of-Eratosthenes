identification division.
program-id. soeAccRpt.
environment division.
input-output section.
file-control.
	select auth-file assign to "soeauth.dat"
		organization is line sequential
		file status is ws-auth-status.
	select sec-file assign to "soesecure.dat"
		organization is line sequential
		file status is ws-sec-status.
	select rfile assign to dynamic ws-rname
		organization is line sequential.

data division.
file section.
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
fd rfile.
01 report-record pic x(80).

working-storage section.
77 ws-auth-status pic x(2).
77 ws-sec-status pic x(2).
77 ws-rname pic x(60).
77 ws-timestamp pic x(21).
77 ws-run-date pic x(10).
77 ws-page-no pic 9(4) usage is computational.
77 ws-line-count pic 9(4) usage is computational.
77 ws-page-disp pic z(3)9.
77 ws-page-trim pic x(4).
77 ws-raw pic x(80).
77 ws-from-date pic x(8) value "00000000".
77 ws-auth-role-count pic 9(4) usage is computational.
77 ws-auth-user-count pic 9(4) usage is computational.
77 ws-auth-uidx pic 9(4) usage is computational.
77 ws-auth-ridx pic 9(4) usage is computational.
77 ws-auth-fidx pic 9(4) usage is computational.
77 ws-auth-tidx pic 9(4) usage is computational.
77 ws-auth-val pic x(80).
77 ws-auth-test pic 9(4) usage is computational.
77 ws-auth-func pic x(8).
77 ws-role-found pic x(1).
77 ws-holder-count pic 9(4) usage is computational.
77 ws-undef-count pic 9(4) usage is computational.
77 ws-func-idx pic 9(2) usage is computational.
77 ws-funcs-text pic x(80).
77 ws-funcs-ptr pic 9(4) usage is computational.
77 ws-viol-total pic 9(9) usage is computational.
77 ws-viol-read pic 9(9) usage is computational.
77 ws-viol-count pic 9(4) usage is computational.
77 ws-viol-idx pic 9(4) usage is computational.
77 ws-viol-found pic x(1).
77 ws-viol-lost pic 9(9) usage is computational.
77 ws-n1-disp pic z(17)9.
77 ws-n1-trim pic x(18).
77 ws-cnt-disp pic z(8)9.
77 ws-work-line pic x(80).
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
		10 au-role-idx pic 9(4) usage is computational.
01 function-names pic x(80)
	value "SIEVE   SCHEDULEMERGE   RELOAD  REPAIR  DELETE  RECOVER CTLMAINTEXCEPT  ISSUE   ".
01 function-table redefines function-names.
	05 fn-name pic x(8) occurs 10 times.
01 violation-table.
	05 viol-entry occurs 500 times.
		10 vt-operator pic x(30).
		10 vt-function pic x(8).
		10 vt-reason pic x(12).
		10 vt-count pic 9(9) usage is computational.
		10 vt-last pic x(14).

procedure division.
	perform get-from-date.
	perform load-auth-table.
	perform resolve-user-roles.
	perform load-violations.
	perform build-rpt-fname.
	open output rfile.
	move 0 to ws-page-no.
	perform write-report-header.
	perform write-role-section.
	perform write-operator-section.
	perform write-function-section.
	perform write-violation-section.
	close rfile.
	display "access report written to " function trim(ws-rname).
	stop run.

get-from-date.
	accept ws-raw from command-line.
	move function trim(ws-raw) to ws-raw.
	if ws-raw is not equal to spaces
		if ws-raw(1:8) is numeric and ws-raw(9:72) is equal to spaces
			move ws-raw(1:8) to ws-from-date
			display "reporting violations from "
				ws-from-date " (command-line parameter)"
		else
			display "warning: parameter ignored, expected YYYYMMDD: "
				function trim(ws-raw)
		end-if
	end-if.
end-get-from-date.

load-auth-table.
	move 0 to ws-auth-role-count.
	move 0 to ws-auth-user-count.
	open input auth-file.
	if ws-auth-status is equal to "00"
		perform load-auth-line
			until ws-auth-status is not equal to "00"
		close auth-file
	else
		display "warning: authorization file soeauth.dat not found"
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
			move 0 to au-role-idx(ws-auth-user-count)
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

resolve-user-roles.
	move 0 to ws-undef-count.
	move 1 to ws-auth-uidx.
	perform resolve-one-user
		until ws-auth-uidx is greater than ws-auth-user-count.
end-resolve-user-roles.

resolve-one-user.
	move 1 to ws-auth-ridx.
	perform match-user-role
		until ws-auth-ridx is greater than ws-auth-role-count
			or au-role-idx(ws-auth-uidx) is greater than 0.
	if au-role-idx(ws-auth-uidx) is equal to 0
		add 1 to ws-undef-count
	end-if.
	add 1 to ws-auth-uidx.
end-resolve-one-user.

match-user-role.
	if ar-name(ws-auth-ridx) is equal to au-role(ws-auth-uidx)
		move ws-auth-ridx to au-role-idx(ws-auth-uidx)
	end-if.
	add 1 to ws-auth-ridx.
end-match-user-role.

load-violations.
	move 0 to ws-viol-total.
	move 0 to ws-viol-read.
	move 0 to ws-viol-count.
	move 0 to ws-viol-lost.
	open input sec-file.
	if ws-sec-status is equal to "00"
		perform load-violation-entry
			until ws-sec-status is not equal to "00"
		close sec-file
	end-if.
end-load-violations.

load-violation-entry.
	read sec-file
		at end move "10" to ws-sec-status
	end-read.
	if ws-sec-status is equal to "00"
		add 1 to ws-viol-read
		if sec-ts(1:8) is greater than or equal to ws-from-date
			add 1 to ws-viol-total
			move "n" to ws-viol-found
			move 1 to ws-viol-idx
			perform scan-violation
				until ws-viol-idx is greater than ws-viol-count
					or ws-viol-found is equal to "y"
			if ws-viol-found is not equal to "y"
				if ws-viol-count is equal to 500
					add 1 to ws-viol-lost
				else
					add 1 to ws-viol-count
					move sec-operator to vt-operator(ws-viol-count)
					move sec-function to vt-function(ws-viol-count)
					move sec-reason to vt-reason(ws-viol-count)
					move 1 to vt-count(ws-viol-count)
					move sec-ts to vt-last(ws-viol-count)
				end-if
			end-if
		end-if
	end-if.
end-load-violation-entry.

scan-violation.
	if vt-operator(ws-viol-idx) is equal to sec-operator
			and vt-function(ws-viol-idx) is equal to sec-function
			and vt-reason(ws-viol-idx) is equal to sec-reason
		add 1 to vt-count(ws-viol-idx)
		move sec-ts to vt-last(ws-viol-idx)
		move "y" to ws-viol-found
	else
		add 1 to ws-viol-idx
	end-if.
end-scan-violation.

write-role-section.
	move "ROLES DEFINED IN SOEAUTH.DAT" to ws-work-line.
	perform write-rpt-line.
	if ws-auth-role-count is equal to 0
		move "  NONE -- EVERY CONTROLLED FUNCTION IS REFUSED"
			to ws-work-line
		perform write-rpt-line
	end-if.
	move 1 to ws-auth-ridx.
	perform write-role-lines
		until ws-auth-ridx is greater than ws-auth-role-count.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-role-section.

write-role-lines.
	move spaces to ws-funcs-text.
	move 1 to ws-funcs-ptr.
	move 1 to ws-auth-fidx.
	perform append-role-func
		until ws-auth-fidx is greater than 10.
	move spaces to ws-work-line.
	string "  " delimited by size
		ar-name(ws-auth-ridx) delimited by size
		" FUNCS=" delimited by size
		function trim(ws-funcs-text) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move spaces to ws-work-line.
	if ar-maxnum(ws-auth-ridx) is equal to 0
		move "UNLIMITED" to ws-n1-trim
	else
		move ar-maxnum(ws-auth-ridx) to ws-n1-disp
		move function trim(ws-n1-disp) to ws-n1-trim
	end-if.
	string "      MAXNUM=" delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	if ar-maxwidth(ws-auth-ridx) is equal to 0
		move "UNLIMITED" to ws-n1-trim
	else
		move ar-maxwidth(ws-auth-ridx) to ws-n1-disp
		move function trim(ws-n1-disp) to ws-n1-trim
	end-if.
	string "MAXWIDTH=" delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line(40:41).
	perform write-rpt-line.
	add 1 to ws-auth-ridx.
end-write-role-lines.

append-role-func.
	if ar-func(ws-auth-ridx, ws-auth-fidx) is not equal to spaces
		if ws-funcs-ptr is greater than 1
			string "," delimited by size
				into ws-funcs-text with pointer ws-funcs-ptr
		end-if
		string function trim(ar-func(ws-auth-ridx, ws-auth-fidx))
				delimited by size
			into ws-funcs-text with pointer ws-funcs-ptr
	end-if.
	add 1 to ws-auth-fidx.
end-append-role-func.

write-operator-section.
	move "OPERATORS AND ASSIGNED ROLES" to ws-work-line.
	perform write-rpt-line.
	if ws-auth-user-count is equal to 0
		move "  NONE" to ws-work-line
		perform write-rpt-line
	end-if.
	move 1 to ws-auth-uidx.
	perform write-operator-line
		until ws-auth-uidx is greater than ws-auth-user-count.
	if ws-undef-count is greater than 0
		move ws-undef-count to ws-cnt-disp
		move spaces to ws-work-line
		string "  ASSIGNMENTS TO UNDEFINED ROLES (GRANT NOTHING): "
				delimited by size
			function trim(ws-cnt-disp) delimited by size
			into ws-work-line
		perform write-rpt-line
	end-if.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-operator-section.

write-operator-line.
	move spaces to ws-work-line.
	string "  " delimited by size
		au-operator(ws-auth-uidx) delimited by size
		" " delimited by size
		au-role(ws-auth-uidx) delimited by size
		into ws-work-line.
	if au-role-idx(ws-auth-uidx) is equal to 0
		move "ROLE NOT DEFINED" to ws-work-line(56:16)
	end-if.
	perform write-rpt-line.
	add 1 to ws-auth-uidx.
end-write-operator-line.

write-function-section.
	move "RIGHTS HELD BY FUNCTION" to ws-work-line.
	perform write-rpt-line.
	move 1 to ws-func-idx.
	perform write-function-block
		until ws-func-idx is greater than 10.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-function-section.

write-function-block.
	move fn-name(ws-func-idx) to ws-auth-func.
	move spaces to ws-work-line.
	string "  " delimited by size
		ws-auth-func delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move 0 to ws-holder-count.
	move 1 to ws-auth-uidx.
	perform write-function-holder
		until ws-auth-uidx is greater than ws-auth-user-count.
	if ws-holder-count is equal to 0
		move "      NO OPERATOR HOLDS THIS RIGHT" to ws-work-line
		perform write-rpt-line
	end-if.
	add 1 to ws-func-idx.
end-write-function-block.

write-function-holder.
	move "n" to ws-role-found.
	if au-role-idx(ws-auth-uidx) is greater than 0
		move au-role-idx(ws-auth-uidx) to ws-auth-ridx
		move 1 to ws-auth-fidx
		perform test-role-func
			until ws-auth-fidx is greater than 10
	end-if.
	if ws-role-found is equal to "y"
		add 1 to ws-holder-count
		move spaces to ws-work-line
		string "      " delimited by size
			au-operator(ws-auth-uidx) delimited by size
			" VIA " delimited by size
			au-role(ws-auth-uidx) delimited by size
			into ws-work-line
		perform write-rpt-line
	end-if.
	add 1 to ws-auth-uidx.
end-write-function-holder.

test-role-func.
	if ar-func(ws-auth-ridx, ws-auth-fidx) is equal to ws-auth-func
		move "y" to ws-role-found
	end-if.
	add 1 to ws-auth-fidx.
end-test-role-func.

write-violation-section.
	move "SECURITY VIOLATIONS (SOESECURE.DAT)" to ws-work-line.
	perform write-rpt-line.
	move spaces to ws-work-line.
	string "  FROM DATE: " delimited by size
		ws-from-date delimited by size
		into ws-work-line.
	if ws-from-date is equal to "00000000"
		move "  FROM DATE: ALL HISTORY" to ws-work-line
	end-if.
	perform write-rpt-line.
	move ws-viol-total to ws-cnt-disp.
	move spaces to ws-work-line.
	string "  VIOLATIONS IN PERIOD: " delimited by size
		function trim(ws-cnt-disp) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	if ws-viol-count is greater than 0
		move "  OPERATOR                     FUNCTION REASON       COUNT LAST"
			to ws-work-line
		perform write-rpt-line
	end-if.
	move 1 to ws-viol-idx.
	perform write-violation-line
		until ws-viol-idx is greater than ws-viol-count.
	if ws-viol-lost is greater than 0
		move ws-viol-lost to ws-cnt-disp
		move spaces to ws-work-line
		string "  FURTHER VIOLATIONS NOT ITEMISED (TABLE FULL): "
				delimited by size
			function trim(ws-cnt-disp) delimited by size
			into ws-work-line
		perform write-rpt-line
	end-if.
end-write-violation-section.

write-violation-line.
	move vt-count(ws-viol-idx) to ws-cnt-disp.
	move spaces to ws-work-line.
	string "  " delimited by size
		vt-operator(ws-viol-idx)(1:28) delimited by size
		" " delimited by size
		vt-function(ws-viol-idx) delimited by size
		" " delimited by size
		vt-reason(ws-viol-idx) delimited by size
		ws-cnt-disp(4:6) delimited by size
		" " delimited by size
		vt-last(ws-viol-idx)(1:8) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	add 1 to ws-viol-idx.
end-write-violation-line.

build-rpt-fname.
	move function current-date to ws-timestamp.
	move spaces to ws-rname.
	string "soeAccRpt-" delimited by size
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
	string "----- OPERATOR ACCESS REPORT -- PAGE " delimited by size
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
