identification division.
program-id. soeBill.
environment division.
input-output section.
file-control.
	select standard-input assign to keyboard.
	select standard-output assign to display.
	select ctl-file assign to "soebillctl.dat"
		organization is line sequential
		file status is ws-ctl-status.
	select lst-file assign to "soebill.lst"
		organization is line sequential
		file status is ws-lst-status.
	select run-log-file assign to dynamic ws-log-fname
		organization is line sequential
		file status is ws-log-status.
	select dept-file assign to "soedept.dat"
		organization is line sequential
		file status is ws-dept-status.
	select rate-file assign to "soerates.dat"
		organization is line sequential
		file status is ws-rate-status.
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
fd lst-file.
01 lst-record pic x(80).
fd run-log-file.
01 run-log-record pic x(300).
fd dept-file.
01 dept-record pic x(80).
fd rate-file.
01 rate-record pic x(80).
fd rfile.
01 report-record pic x(80).
fd err-file.
01 err-record pic x(120).

working-storage section.
77 ws-ctl-status pic x(2).
77 ws-lst-status pic x(2).
77 ws-log-status pic x(2).
77 ws-dept-status pic x(2).
77 ws-rate-status pic x(2).
77 ws-err-status pic x(2).
77 ws-log-fname pic x(60).
77 ws-rname pic x(60).
77 ws-cmd pic x(200).
77 ws-timestamp pic x(21).
77 ws-run-date pic x(10).
77 ws-page-no pic 9(4) usage is computational.
77 ws-line-count pic 9(4) usage is computational.
77 ws-page-disp pic z(3)9.
77 ws-page-trim pic x(4).
77 ws-raw pic x(80).
77 ws-valid pic x(1).
77 ws-period pic x(6).
77 ws-period-year pic 9(4).
77 ws-period-month pic 9(2).
77 ws-testpos pic 9(4) usage is computational.
77 ws-tok-idx pic 9(2) usage is computational.
77 ws-tag pic x(30).
77 ws-val pic x(30).
77 ws-extra pic x(30).
77 ws-rate-sieve pic 9(7)v9(4) usage is computational.
77 ws-rate-full pic 9(7)v9(4) usage is computational.
77 ws-rate-range pic 9(7)v9(4) usage is computational.
77 ws-rate-lookup pic 9(7)v9(4) usage is computational.
77 ws-rate-factor pic 9(7)v9(4) usage is computational.
77 ws-rate-goldbach pic 9(7)v9(4) usage is computational.
77 ws-rate-set-sieve pic x(1) value "n".
77 ws-rate-set-full pic x(1) value "n".
77 ws-rate-set-range pic x(1) value "n".
77 ws-rate-set-lookup pic x(1) value "n".
77 ws-rate-set-factor pic x(1) value "n".
77 ws-rate-set-goldbach pic x(1) value "n".
77 ws-rate-name pic x(20).
77 ws-rate-value pic 9(7)v9(4) usage is computational.
77 ws-rate-set pic x(1).
77 ws-file-count pic 9(4) usage is computational.
77 ws-file-idx pic 9(4) usage is computational.
77 ws-file-lines pic 9(9) usage is computational.
77 ws-lines-read pic 9(9) usage is computational.
77 ws-lines-billed pic 9(9) usage is computational.
77 ws-lines-outside pic 9(9) usage is computational.
77 ws-lines-bad pic 9(9) usage is computational.
77 ws-lines-check pic 9(9) usage is computational.
77 ws-lines-sum pic 9(9) usage is computational.
77 ws-detail-lost pic 9(9) usage is computational.
77 ws-this-op pic x(30).
77 ws-this-ts pic x(14).
77 ws-this-type pic x(8).
77 ws-this-valid pic x(1).
77 ws-this-num pic 9(18) usage is computational.
77 ws-this-low pic 9(18) usage is computational.
77 ws-this-high pic 9(18) usage is computational.
77 ws-this-requests pic 9(18) usage is computational.
77 ws-this-req-set pic x(1).
77 ws-this-service pic x(20).
77 ws-this-qty pic 9(18) usage is computational.
77 ws-this-charge pic 9(11)v99 usage is computational.
77 ws-this-dept pic x(20).
77 ws-num-raw pic x(30).
77 ws-num-val pic 9(18) usage is computational.
77 ws-num-ok pic x(1).
77 ws-grand-total pic 9(13)v99 usage is computational.
77 ws-dept-sum pic 9(13)v99 usage is computational.
77 ws-map-count pic 9(4) usage is computational.
77 ws-map-idx pic 9(4) usage is computational.
77 ws-map-found pic x(1).
77 ws-dept-count pic 9(4) usage is computational.
77 ws-dept-idx pic 9(4) usage is computational.
77 ws-dept-found pic x(1).
77 ws-dept-next pic 9(4) usage is computational.
77 ws-dept-printed pic 9(4) usage is computational.
77 ws-det-count pic 9(9) usage is computational.
77 ws-det-idx pic 9(9) usage is computational.
77 ws-det-max pic 9(9) usage is computational value 5000.
77 ws-n1-disp pic z(17)9.
77 ws-n1-trim pic x(18).
77 ws-qty-disp pic z(13)9.
77 ws-amt-disp pic z(10)9.99.
77 ws-tot-disp pic z(12)9.99.
77 ws-rate-disp pic z(6)9.9999.
77 ws-work-line pic x(80).
77 ws-return-code pic 9(4) usage is computational value 0.
77 ws-rc-new pic 9(4) usage is computational.
77 ws-err-reason pic x(12).
77 ws-err-parm pic x(80).
77 ws-err-ts pic x(21).
01 input-area.
    02 in-r   pic x(80).
01 token-area.
	05 log-token pic x(80) occurs 8 times.
01 log-file-table.
	05 lf-entry occurs 400 times.
		10 lf-name pic x(60).
		10 lf-lines pic 9(9) usage is computational.
01 dept-map-table.
	05 map-entry occurs 500 times.
		10 map-op pic x(30).
		10 map-dept pic x(20).
01 dept-table.
	05 dept-entry occurs 200 times.
		10 dt-name pic x(20).
		10 dt-lines pic 9(9) usage is computational.
		10 dt-total pic 9(13)v99 usage is computational.
		10 dt-done pic x(1).
01 detail-table.
	05 det-entry occurs 5000 times.
		10 bd-dept pic 9(4) usage is computational.
		10 bd-ts pic x(14).
		10 bd-op pic x(30).
		10 bd-type pic x(8).
		10 bd-qty pic 9(18) usage is computational.
		10 bd-charge pic 9(11)v99 usage is computational.

procedure division.
	open input standard-input, output standard-output.
	perform get-billing-period.
	perform load-rate-table.
	perform load-dept-map.
	perform build-log-list.
	if ws-file-count is equal to 0
		display "error: no run log soerunlog.dat or archived run logs"
			" found -- nothing to bill"
		move 8 to ws-rc-new
		move "NO-RUN-LOG" to ws-err-reason
		move "FILE=soerunlog.dat" to ws-err-parm
		perform record-abnormal-condition
		move ws-return-code to return-code
		stop run
	end-if.
	move 0 to ws-lines-read.
	move 0 to ws-lines-billed.
	move 0 to ws-lines-outside.
	move 0 to ws-lines-bad.
	move 0 to ws-detail-lost.
	move 0 to ws-grand-total.
	move 0 to ws-dept-count.
	move 0 to ws-det-count.
	move 1 to ws-file-idx.
	perform read-one-log-file
		until ws-file-idx is greater than ws-file-count.
	perform build-rpt-fname.
	open output rfile.
	move 0 to ws-page-no.
	perform write-report-header.
	perform write-invoice-preamble.
	move 0 to ws-dept-printed.
	perform write-next-department
		until ws-dept-printed is equal to ws-dept-count.
	perform write-invoice-totals.
	close rfile.
	display "charge-back invoice written to " function trim(ws-rname).
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

get-billing-period.
	move "n" to ws-valid.
	accept ws-raw from command-line.
	move function trim(ws-raw) to ws-raw.
	if ws-raw is not equal to spaces
		perform parse-billing-period
		if ws-valid is equal to "y"
			display "using billing period from command-line parameter"
		end-if
	end-if.
	if ws-valid is not equal to "y"
		open input ctl-file
		if ws-ctl-status is equal to "00"
			read ctl-file
			if ws-ctl-status is equal to "00"
				move function trim(ctl-record) to ws-raw
				perform parse-billing-period
				if ws-valid is equal to "y"
					display "using billing period from control file"
						" soebillctl.dat"
				end-if
			end-if
			close ctl-file
		end-if
	end-if.
	if ws-valid is not equal to "y"
		perform get-billing-interactive
	end-if.
end-get-billing-period.

get-billing-interactive.
	perform until ws-valid is equal to "y"
		display "enter billing period as YYYYMM, or PREVIOUS"
		read standard-input into input-area
		move function trim(in-r) to ws-raw
		perform parse-billing-period
	end-perform.
end-get-billing-interactive.

parse-billing-period.
	move "n" to ws-valid.
	move function upper-case(ws-raw) to ws-raw.
	if ws-raw is equal to "PREVIOUS"
		move function current-date to ws-timestamp
		move ws-timestamp(1:4) to ws-period-year
		move ws-timestamp(5:2) to ws-period-month
		if ws-period-month is equal to 1
			move 12 to ws-period-month
			subtract 1 from ws-period-year
		else
			subtract 1 from ws-period-month
		end-if
		move ws-period-year to ws-period(1:4)
		move ws-period-month to ws-period(5:2)
		move "y" to ws-valid
	else
		if ws-raw(7:74) is equal to spaces
				and ws-raw(1:6) is numeric
			move ws-raw(5:2) to ws-period-month
			if ws-period-month is greater than 0
					and ws-period-month is less than 13
				move ws-raw(1:6) to ws-period
				move "y" to ws-valid
			end-if
		end-if
	end-if.
	if ws-valid is not equal to "y"
		display "error: billing period must be YYYYMM (month 01-12)"
			" or PREVIOUS"
	end-if.
end-parse-billing-period.

load-rate-table.
	move 0 to ws-rate-sieve ws-rate-full ws-rate-range.
	move 0 to ws-rate-lookup ws-rate-factor ws-rate-goldbach.
	open input rate-file.
	if ws-rate-status is not equal to "00"
		display "error: cannot open rate table soerates.dat"
			" -- no invoice produced"
		move 12 to ws-rc-new
		move "FILE-OPEN" to ws-err-reason
		move "FILE=soerates.dat" to ws-err-parm
		perform record-abnormal-condition
		move ws-return-code to return-code
		stop run
	end-if.
	perform load-rate-line
		until ws-rate-status is not equal to "00".
	close rate-file.
end-load-rate-table.

load-rate-line.
	read rate-file
		at end move "10" to ws-rate-status
	end-read.
	if ws-rate-status is equal to "00"
			and rate-record is not equal to spaces
			and rate-record(1:1) is not equal to "*"
		move spaces to ws-tag ws-val ws-extra
		unstring rate-record delimited by all spaces
			into ws-tag ws-val ws-extra
		move function upper-case(ws-tag) to ws-tag
		compute ws-testpos = function test-numval(ws-val)
		if ws-testpos is not equal to 0
				or ws-extra is not equal to spaces
			display "warning: rate line ignored, bad amount: "
				function trim(rate-record)
		else
			perform store-rate
		end-if
	end-if.
end-load-rate-line.

store-rate.
	if ws-tag is equal to "SIEVE-PER-MILLION"
		compute ws-rate-sieve = function numval(ws-val)
		move "y" to ws-rate-set-sieve
	else
		if ws-tag is equal to "FULL-RUN"
			compute ws-rate-full = function numval(ws-val)
			move "y" to ws-rate-set-full
		else
			if ws-tag is equal to "RANGE-RUN"
				compute ws-rate-range = function numval(ws-val)
				move "y" to ws-rate-set-range
			else
				if ws-tag is equal to "LOOKUP-REQUEST"
					compute ws-rate-lookup = function numval(ws-val)
					move "y" to ws-rate-set-lookup
				else
					if ws-tag is equal to "FACTOR-REQUEST"
						compute ws-rate-factor = function numval(ws-val)
						move "y" to ws-rate-set-factor
					else
						if ws-tag is equal to "GOLDBACH-REQUEST"
							compute ws-rate-goldbach =
								function numval(ws-val)
							move "y" to ws-rate-set-goldbach
						else
							display "warning: unknown rate ignored: "
								function trim(ws-tag)
						end-if
					end-if
				end-if
			end-if
		end-if
	end-if.
end-store-rate.

load-dept-map.
	move 0 to ws-map-count.
	open input dept-file.
	if ws-dept-status is equal to "00"
		perform load-dept-line
			until ws-dept-status is not equal to "00"
		close dept-file
	else
		display "warning: department map soedept.dat missing --"
			" all charges go to UNASSIGNED"
	end-if.
end-load-dept-map.

load-dept-line.
	read dept-file
		at end move "10" to ws-dept-status
	end-read.
	if ws-dept-status is equal to "00"
			and dept-record is not equal to spaces
			and dept-record(1:1) is not equal to "*"
		move spaces to ws-tag ws-val ws-extra
		unstring dept-record delimited by all spaces
			into ws-tag ws-val ws-extra
		if ws-val is equal to spaces
			display "warning: department line ignored, no department: "
				function trim(dept-record)
		else
			if ws-map-count is equal to 500
				display "warning: department map full, line ignored: "
					function trim(dept-record)
			else
				add 1 to ws-map-count
				move ws-tag to map-op(ws-map-count)
				move function upper-case(ws-val)
					to map-dept(ws-map-count)
			end-if
		end-if
	end-if.
end-load-dept-line.

build-log-list.
	move 0 to ws-file-count.
	move spaces to ws-cmd.
	string "ls -1 soerunlog.dat soerunlog-*.dat" delimited by size
		" 2>/dev/null > soebill.lst" delimited by size
		into ws-cmd.
	call "SYSTEM" using ws-cmd.
	open input lst-file.
	if ws-lst-status is equal to "00"
		perform load-log-list-entry
			until ws-lst-status is not equal to "00"
		close lst-file
	end-if.
	move spaces to ws-cmd.
	move "rm -f soebill.lst" to ws-cmd.
	call "SYSTEM" using ws-cmd.
end-build-log-list.

load-log-list-entry.
	read lst-file
		at end move "10" to ws-lst-status
	end-read.
	if ws-lst-status is equal to "00"
			and lst-record is not equal to spaces
		if ws-file-count is equal to 400
			display "warning: more than 400 run logs -- remainder"
				" not billed: " function trim(lst-record)
		else
			add 1 to ws-file-count
			move function trim(lst-record) to lf-name(ws-file-count)
			move 0 to lf-lines(ws-file-count)
		end-if
	end-if.
end-load-log-list-entry.

read-one-log-file.
	move lf-name(ws-file-idx) to ws-log-fname.
	move 0 to ws-file-lines.
	open input run-log-file.
	if ws-log-status is equal to "00"
		perform bill-one-line
			until ws-log-status is not equal to "00"
		close run-log-file
	else
		display "warning: cannot open run log "
			function trim(ws-log-fname)
		move 4 to ws-rc-new
		move "FILE-OPEN" to ws-err-reason
		move spaces to ws-err-parm
		string "FILE=" delimited by size
			function trim(ws-log-fname) delimited by size
			into ws-err-parm
		perform record-abnormal-condition
	end-if.
	move ws-file-lines to lf-lines(ws-file-idx).
	add 1 to ws-file-idx.
end-read-one-log-file.

bill-one-line.
	read run-log-file
		at end move "10" to ws-log-status
	end-read.
	if ws-log-status is equal to "00"
		add 1 to ws-lines-read
		add 1 to ws-file-lines
		perform parse-log-line
		if ws-this-valid is not equal to "y"
			add 1 to ws-lines-bad
		else
			if ws-this-ts(1:6) is not equal to ws-period
				add 1 to ws-lines-outside
			else
				add 1 to ws-lines-billed
				perform price-log-line
				perform post-charge
			end-if
		end-if
	end-if.
end-bill-one-line.

parse-log-line.
	move "n" to ws-this-valid.
	move spaces to ws-this-type.
	move spaces to ws-this-service.
	move "n" to ws-this-req-set.
	move 0 to ws-this-num ws-this-low ws-this-high ws-this-requests.
	move spaces to token-area.
	unstring run-log-record delimited by all spaces
		into log-token(1) log-token(2) log-token(3) log-token(4)
			log-token(5) log-token(6) log-token(7) log-token(8).
	if log-token(1) is not equal to spaces
			and log-token(2)(1:14) is numeric
		move log-token(1) to ws-this-op
		move log-token(2)(1:14) to ws-this-ts
		move 3 to ws-tok-idx
		perform parse-log-token
			until ws-tok-idx is greater than 8
		perform classify-log-line
	end-if.
end-parse-log-line.

parse-log-token.
	if log-token(ws-tok-idx)(1:4) is equal to "NUM="
		move log-token(ws-tok-idx)(5:20) to ws-num-raw
		perform convert-number
		if ws-num-ok is equal to "y"
			move ws-num-val to ws-this-num
		end-if
	end-if.
	if log-token(ws-tok-idx)(1:4) is equal to "LOW="
		move log-token(ws-tok-idx)(5:20) to ws-num-raw
		perform convert-number
		if ws-num-ok is equal to "y"
			move ws-num-val to ws-this-low
		end-if
	end-if.
	if log-token(ws-tok-idx)(1:5) is equal to "HIGH="
		move log-token(ws-tok-idx)(6:20) to ws-num-raw
		perform convert-number
		if ws-num-ok is equal to "y"
			move ws-num-val to ws-this-high
		end-if
	end-if.
	if log-token(ws-tok-idx)(1:8) is equal to "SERVICE="
		move log-token(ws-tok-idx)(9:20) to ws-this-service
	end-if.
	if log-token(ws-tok-idx)(1:9) is equal to "REQUESTS="
		move log-token(ws-tok-idx)(10:20) to ws-num-raw
		perform convert-number
		if ws-num-ok is equal to "y"
			move ws-num-val to ws-this-requests
			move "y" to ws-this-req-set
		end-if
	end-if.
	add 1 to ws-tok-idx.
end-parse-log-token.

convert-number.
	move "n" to ws-num-ok.
	move 0 to ws-num-val.
	if ws-num-raw is not equal to spaces
		compute ws-testpos = function test-numval(ws-num-raw)
		if ws-testpos is equal to 0
			compute ws-num-val = function numval(ws-num-raw)
			move "y" to ws-num-ok
		end-if
	end-if.
end-convert-number.

classify-log-line.
	if ws-this-service is not equal to spaces
		if ws-this-req-set is equal to "y"
			if ws-this-service is equal to "LOOKUP"
					or ws-this-service is equal to "FACTOR"
					or ws-this-service is equal to "GOLDBACH"
				move ws-this-service to ws-this-type
				move ws-this-requests to ws-this-qty
				move "y" to ws-this-valid
			end-if
		end-if
	else
		if ws-this-high is greater than 0
			if ws-this-high is greater than or equal to ws-this-low
				move "RANGE" to ws-this-type
				compute ws-this-qty = ws-this-high - ws-this-low + 1
				move "y" to ws-this-valid
			end-if
		else
			if ws-this-num is greater than 0
				move "FULL" to ws-this-type
				move ws-this-num to ws-this-qty
				move "y" to ws-this-valid
			end-if
		end-if
	end-if.
end-classify-log-line.

price-log-line.
	if ws-this-type is equal to "FULL"
		compute ws-this-charge rounded = ws-rate-full
			+ (ws-this-qty * ws-rate-sieve) / 1000000
	end-if.
	if ws-this-type is equal to "RANGE"
		compute ws-this-charge rounded = ws-rate-range
			+ (ws-this-qty * ws-rate-sieve) / 1000000
	end-if.
	if ws-this-type is equal to "LOOKUP"
		compute ws-this-charge rounded = ws-this-qty * ws-rate-lookup
	end-if.
	if ws-this-type is equal to "FACTOR"
		compute ws-this-charge rounded = ws-this-qty * ws-rate-factor
	end-if.
	if ws-this-type is equal to "GOLDBACH"
		compute ws-this-charge rounded =
			ws-this-qty * ws-rate-goldbach
	end-if.
end-price-log-line.

post-charge.
	move "UNASSIGNED" to ws-this-dept.
	move "n" to ws-map-found.
	move 1 to ws-map-idx.
	perform scan-dept-map
		until ws-map-idx is greater than ws-map-count
			or ws-map-found is equal to "y".
	move "n" to ws-dept-found.
	move 1 to ws-dept-idx.
	perform scan-dept-table
		until ws-dept-idx is greater than ws-dept-count
			or ws-dept-found is equal to "y".
	if ws-dept-found is not equal to "y"
			and ws-dept-count is not less than 199
		move "OVERFLOW" to ws-this-dept
		move 1 to ws-dept-idx
		perform scan-dept-table
			until ws-dept-idx is greater than ws-dept-count
				or ws-dept-found is equal to "y"
	end-if.
	if ws-dept-found is not equal to "y"
		add 1 to ws-dept-count
		move ws-dept-count to ws-dept-idx
		move ws-this-dept to dt-name(ws-dept-idx)
		move 0 to dt-lines(ws-dept-idx)
		move 0 to dt-total(ws-dept-idx)
		move "n" to dt-done(ws-dept-idx)
	end-if.
	add 1 to dt-lines(ws-dept-idx).
	add ws-this-charge to dt-total(ws-dept-idx).
	add ws-this-charge to ws-grand-total.
	if ws-det-count is less than ws-det-max
		add 1 to ws-det-count
		move ws-dept-idx to bd-dept(ws-det-count)
		move ws-this-ts to bd-ts(ws-det-count)
		move ws-this-op to bd-op(ws-det-count)
		move ws-this-type to bd-type(ws-det-count)
		move ws-this-qty to bd-qty(ws-det-count)
		move ws-this-charge to bd-charge(ws-det-count)
	else
		add 1 to ws-detail-lost
	end-if.
end-post-charge.

scan-dept-map.
	if map-op(ws-map-idx) is equal to ws-this-op
		move map-dept(ws-map-idx) to ws-this-dept
		move "y" to ws-map-found
	else
		add 1 to ws-map-idx
	end-if.
end-scan-dept-map.

scan-dept-table.
	if dt-name(ws-dept-idx) is equal to ws-this-dept
		move "y" to ws-dept-found
	else
		add 1 to ws-dept-idx
	end-if.
end-scan-dept-table.

write-invoice-preamble.
	move spaces to ws-work-line.
	string "BILLING PERIOD: " delimited by size
		ws-period(1:4) delimited by size
		"-" delimited by size
		ws-period(5:2) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move spaces to ws-work-line.
	perform write-rpt-line.
	move "RATES APPLIED" to ws-work-line.
	perform write-rpt-line.
	move "SIEVE-PER-MILLION" to ws-rate-name.
	move ws-rate-sieve to ws-rate-value.
	move ws-rate-set-sieve to ws-rate-set.
	perform write-rate-line.
	move "FULL-RUN" to ws-rate-name.
	move ws-rate-full to ws-rate-value.
	move ws-rate-set-full to ws-rate-set.
	perform write-rate-line.
	move "RANGE-RUN" to ws-rate-name.
	move ws-rate-range to ws-rate-value.
	move ws-rate-set-range to ws-rate-set.
	perform write-rate-line.
	move "LOOKUP-REQUEST" to ws-rate-name.
	move ws-rate-lookup to ws-rate-value.
	move ws-rate-set-lookup to ws-rate-set.
	perform write-rate-line.
	move "FACTOR-REQUEST" to ws-rate-name.
	move ws-rate-factor to ws-rate-value.
	move ws-rate-set-factor to ws-rate-set.
	perform write-rate-line.
	move "GOLDBACH-REQUEST" to ws-rate-name.
	move ws-rate-goldbach to ws-rate-value.
	move ws-rate-set-goldbach to ws-rate-set.
	perform write-rate-line.
	move spaces to ws-work-line.
	perform write-rpt-line.
	move "RUN LOGS READ" to ws-work-line.
	perform write-rpt-line.
	move 1 to ws-file-idx.
	perform write-log-file-line
		until ws-file-idx is greater than ws-file-count.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-invoice-preamble.

write-rate-line.
	move ws-rate-value to ws-rate-disp.
	move spaces to ws-work-line.
	string "  " delimited by size
		ws-rate-name delimited by size
		ws-rate-disp delimited by size
		into ws-work-line.
	if ws-rate-set is not equal to "y"
		move "NOT SET -- CHARGED AT ZERO" to ws-work-line(36:26)
		display "warning: rate " function trim(ws-rate-name)
			" not set in soerates.dat -- charged at zero"
		move 4 to ws-rc-new
		move "RATE-MISSING" to ws-err-reason
		move spaces to ws-err-parm
		string "RATE=" delimited by size
			function trim(ws-rate-name) delimited by size
			into ws-err-parm
		perform record-abnormal-condition
	end-if.
	perform write-rpt-line.
end-write-rate-line.

write-log-file-line.
	move lf-lines(ws-file-idx) to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "  " delimited by size
		lf-name(ws-file-idx) delimited by size
		into ws-work-line.
	string "LINES " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line(50:31).
	perform write-rpt-line.
	add 1 to ws-file-idx.
end-write-log-file-line.

write-next-department.
	move 0 to ws-dept-next.
	move 1 to ws-dept-idx.
	perform pick-next-department
		until ws-dept-idx is greater than ws-dept-count.
	move "y" to dt-done(ws-dept-next).
	add 1 to ws-dept-printed.
	move spaces to ws-work-line.
	string "DEPARTMENT: " delimited by size
		dt-name(ws-dept-next) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move "  DATE       TIME     OPERATOR        TYPE           QUANTITY"
		to ws-work-line.
	move "CHARGE" to ws-work-line(73:6).
	perform write-rpt-line.
	move 1 to ws-det-idx.
	perform write-detail-line
		until ws-det-idx is greater than ws-det-count.
	move dt-lines(ws-dept-next) to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move dt-total(ws-dept-next) to ws-tot-disp.
	move spaces to ws-work-line.
	string "  SUBTOTAL " delimited by size
		dt-name(ws-dept-next) delimited by size
		" LINES " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	move ws-tot-disp to ws-work-line(63:16).
	perform write-rpt-line.
	move spaces to ws-work-line.
	perform write-rpt-line.
end-write-next-department.

pick-next-department.
	if dt-done(ws-dept-idx) is not equal to "y"
		if ws-dept-next is equal to 0
			move ws-dept-idx to ws-dept-next
		else
			if dt-name(ws-dept-idx) is less than dt-name(ws-dept-next)
				move ws-dept-idx to ws-dept-next
			end-if
		end-if
	end-if.
	add 1 to ws-dept-idx.
end-pick-next-department.

write-detail-line.
	if bd-dept(ws-det-idx) is equal to ws-dept-next
		move bd-qty(ws-det-idx) to ws-qty-disp
		move bd-charge(ws-det-idx) to ws-amt-disp
		move spaces to ws-work-line
		string "  " delimited by size
			bd-ts(ws-det-idx)(1:4) delimited by size
			"-" delimited by size
			bd-ts(ws-det-idx)(5:2) delimited by size
			"-" delimited by size
			bd-ts(ws-det-idx)(7:2) delimited by size
			" " delimited by size
			bd-ts(ws-det-idx)(9:2) delimited by size
			":" delimited by size
			bd-ts(ws-det-idx)(11:2) delimited by size
			":" delimited by size
			bd-ts(ws-det-idx)(13:2) delimited by size
			" " delimited by size
			bd-op(ws-det-idx)(1:15) delimited by size
			" " delimited by size
			bd-type(ws-det-idx) delimited by size
			" " delimited by size
			ws-qty-disp delimited by size
			into ws-work-line
		move ws-amt-disp to ws-work-line(65:14)
		perform write-rpt-line
	end-if.
	add 1 to ws-det-idx.
end-write-detail-line.

write-invoice-totals.
	move ws-grand-total to ws-tot-disp.
	move spaces to ws-work-line.
	move "GRAND TOTAL CHARGE" to ws-work-line.
	move ws-tot-disp to ws-work-line(63:16).
	perform write-rpt-line.
	if ws-detail-lost is greater than 0
		move ws-detail-lost to ws-n1-disp
		move function trim(ws-n1-disp) to ws-n1-trim
		move spaces to ws-work-line
		string "DETAIL LINES NOT LISTED (TABLE FULL, INCLUDED IN TOTALS): "
				delimited by size
			function trim(ws-n1-trim) delimited by size
			into ws-work-line
		perform write-rpt-line
		display "warning: more than 5000 billed runs -- detail"
			" listing truncated, totals are complete"
		move 4 to ws-rc-new
		move "BILL-DETAIL" to ws-err-reason
		move spaces to ws-err-parm
		string "PERIOD=" delimited by size
			ws-period delimited by size
			" NOT-LISTED=" delimited by size
			function trim(ws-n1-trim) delimited by size
			into ws-err-parm
		perform record-abnormal-condition
	end-if.
	move spaces to ws-work-line.
	perform write-rpt-line.
	move "LOG LINE BALANCE" to ws-work-line.
	perform write-rpt-line.
	move ws-lines-read to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "  LOG LINES READ:          " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-lines-billed to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "  BILLED IN PERIOD:        " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-lines-outside to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "  OUTSIDE PERIOD:          " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-lines-bad to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "  UNPARSEABLE:             " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move 0 to ws-lines-check.
	move 0 to ws-dept-sum.
	move 1 to ws-dept-idx.
	perform sum-department
		until ws-dept-idx is greater than ws-dept-count.
	compute ws-lines-sum =
		ws-lines-billed + ws-lines-outside + ws-lines-bad.
	if ws-lines-sum is equal to ws-lines-read
			and ws-lines-check is equal to ws-lines-billed
			and ws-dept-sum is equal to ws-grand-total
		move "  STATUS: IN BALANCE" to ws-work-line
	else
		move "  STATUS: OUT OF BALANCE" to ws-work-line
		display "error: invoice does not balance to the run log"
		move 8 to ws-rc-new
		move "BILL-BALANCE" to ws-err-reason
		move spaces to ws-err-parm
		string "PERIOD=" delimited by size
			ws-period delimited by size
			into ws-err-parm
		perform record-abnormal-condition
	end-if.
	perform write-rpt-line.
	if ws-lines-bad is greater than 0
		move ws-lines-bad to ws-n1-disp
		move function trim(ws-n1-disp) to ws-n1-trim
		display "warning: " function trim(ws-n1-trim)
			" run log lines could not be priced"
		move 4 to ws-rc-new
		move "BILL-UNPARSE" to ws-err-reason
		move spaces to ws-err-parm
		string "PERIOD=" delimited by size
			ws-period delimited by size
			" LINES=" delimited by size
			function trim(ws-n1-trim) delimited by size
			into ws-err-parm
		perform record-abnormal-condition
	end-if.
end-write-invoice-totals.

sum-department.
	add dt-lines(ws-dept-idx) to ws-lines-check.
	add dt-total(ws-dept-idx) to ws-dept-sum.
	add 1 to ws-dept-idx.
end-sum-department.

build-rpt-fname.
	move function current-date to ws-timestamp.
	move spaces to ws-rname.
	string "soeInvoice-" delimited by size
		ws-period delimited by size
		"-" delimited by size
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
	string "----- DEPARTMENTAL CHARGE-BACK INVOICE -- PAGE "
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
