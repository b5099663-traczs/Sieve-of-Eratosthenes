	select hwm-file assign to "soeexthwm.dat"
		organization is line sequential
		file status is ws-hwm-status.
	select reg-file assign to "soeextreg.dat"
		organization is line sequential
		file status is ws-reg-status.

data division.
file section.
01 mst-ctl-record pic x(60).
fd hwm-file.
01 hwm-record pic x(40).
fd reg-file.
01 reg-record.
	05 reg-ts pic x(14).
	05 filler pic x(1).
	05 reg-xname pic x(40).
	05 filler pic x(1).
	05 reg-type pic x(6).
	05 filler pic x(1).
	05 reg-first-ord pic 9(18).
	05 filler pic x(1).
	05 reg-last-ord pic 9(18).
	05 filler pic x(1).
	05 reg-count pic 9(18).
	05 filler pic x(1).
	05 reg-hash pic 9(18).
	05 filler pic x(1).
	05 reg-orig pic x(40).
	05 filler pic x(1).
	05 reg-source pic x(60).

working-storage section.
77 ws-ctl-status pic x(2).
77 ws-ctl-tag pic x(20).
77 ws-ctl-val pic x(20).
77 ws-testpos pic 9(4) usage is computational.
77 ws-reg-status pic x(2).
77 ws-reg-type pic x(6) value "FULL".
77 ws-reg-orig pic x(40) value spaces.
77 ws-reg-source pic x(60).
77 ws-resend-name pic x(60).
77 ws-orig-found pic x(1).
77 ws-orig-type pic x(6).
77 ws-orig-first pic 9(18) usage is computational.
77 ws-orig-last pic 9(18) usage is computational.
77 ws-orig-count pic 9(18) usage is computational.
77 ws-orig-hash pic 9(18) usage is computational.
77 ws-orig-source pic x(60).
01 input-area.
    02 in-r   pic x(60).
    02 filler pic x(20).
	move function current-date to ws-timestamp.
	perform build-fnames.
	if function upper-case(function trim(ws-sname)) is equal to "DELTA"
		move "DELTA" to ws-reg-type
		perform run-delta-extract
		stop run
	end-if.
	if function upper-case(ws-sname(1:7)) is equal to "RESEND "
		perform run-resend
		stop run
	end-if.
	perform run-full-extract.
	stop run.

run-full-extract.
	perform derive-range-id.
	open input sfile.
	if ws-seq-status is not equal to "00"
		display "error: cannot open sequence file " function trim(ws-sname)
		move 8 to return-code
		stop run
	end-if.
	open output xfile.
	move 0 to ws-rec-count.
	move 0 to ws-hash-total.
	move 0 to ws-first-ord.
	move 0 to ws-last-ord.
	perform write-header-record.
	perform extract-one-record
		until ws-seq-status is not equal to "00".
	close sfile.
	perform write-trailer-record.
	close xfile.
	move ws-sname to ws-reg-source.
	perform write-register-entry.
	move ws-rec-count to ws-n1-disp.
	display "extracted " function trim(ws-n1-disp)
		" records to " function trim(ws-xname).
end-run-full-extract.

get-seq-name.
	move "n" to ws-valid.
	if ws-seq-status is equal to "00"
		add 1 to ws-rec-count
		add seq-prime to ws-hash-total
		if ws-rec-count is equal to 1
			move seq-ord to ws-first-ord
		end-if
		move seq-ord to ws-last-ord
		move seq-ord to ws-n1-disp
		move function trim(ws-n1-disp) to ws-n1-trim
		move seq-prime to ws-n2-disp
end-write-trailer-record.

run-delta-extract.
	if ws-reg-type is equal to "RESEND"
		compute ws-hwm = ws-orig-first - 1
		move ws-orig-last to ws-ctl-total
	else
		perform load-high-water
		perform load-master-total
	end-if.
	compute ws-first-ord = ws-hwm + 1.
	if ws-ctl-total is less than or equal to ws-hwm
		display "no new primes above the high-water mark --"
	close mst-file.
	perform write-trailer-record.
	close xfile.
	if ws-reg-type is equal to "RESEND"
		if ws-rec-count is not equal to ws-orig-count
				or ws-hash-total is not equal to ws-orig-hash
			display "warning: re-sent records or hash total differ from"
				" the original delivery -- master changed since"
		end-if
	else
		if ws-last-ord is not equal to ws-ctl-total
			display "warning: master yielded ordinals through a point"
				" that disagrees with soemaster.ctl TOTAL"
		end-if
		perform save-high-water
	end-if.
	move "MASTER" to ws-reg-source.
	perform write-register-entry.
	move ws-rec-count to ws-n1-disp.
	display "extracted " function trim(ws-n1-disp)
		" delta records to " function trim(ws-xname).
		if mst-ord is less than or equal to ws-hwm
			move mst-prime to ws-prev-prime
		else
			if ws-reg-type is equal to "RESEND"
					and mst-ord is greater than ws-ctl-total
				move "10" to ws-mst-status
			else
				perform write-delta-record
			end-if
		end-if
	end-if.
end-extract-delta-record.
	write hwm-record.
	close hwm-file.
end-save-high-water.

run-resend.
	move function trim(ws-sname(8:53)) to ws-resend-name.
	perform find-register-entry.
	if ws-orig-found is not equal to "y"
		display "error: " function trim(ws-resend-name)
			" is not in the extract register soeextreg.dat"
		move 8 to return-code
	else
		move "RESEND" to ws-reg-type
		move ws-resend-name to ws-reg-orig
		display "re-sending " function trim(ws-resend-name)
			" (" function trim(ws-orig-type) ")"
		if ws-orig-source is equal to "MASTER"
			perform run-delta-extract
		else
			move ws-orig-source to ws-sname
			perform run-full-extract
			if ws-rec-count is not equal to ws-orig-count
					or ws-hash-total is not equal to ws-orig-hash
				display "warning: re-sent records or hash total differ"
					" from the original delivery -- "
					function trim(ws-sname) " changed since"
			end-if
		end-if
	end-if.
end-run-resend.

find-register-entry.
	move "n" to ws-orig-found.
	open input reg-file.
	if ws-reg-status is equal to "00"
		perform find-register-line
			until ws-reg-status is not equal to "00"
		close reg-file
	end-if.
end-find-register-entry.

find-register-line.
	read reg-file
		at end move "10" to ws-reg-status
	end-read.
	if ws-reg-status is equal to "00"
		if reg-xname is equal to ws-resend-name
				and reg-first-ord is numeric
				and reg-last-ord is numeric
				and reg-count is numeric
				and reg-hash is numeric
			move "y" to ws-orig-found
			move reg-type to ws-orig-type
			move reg-first-ord to ws-orig-first
			move reg-last-ord to ws-orig-last
			move reg-count to ws-orig-count
			move reg-hash to ws-orig-hash
			move reg-source to ws-orig-source
		end-if
	end-if.
end-find-register-line.

write-register-entry.
	move spaces to reg-record.
	move ws-timestamp(1:14) to reg-ts.
	move ws-xname to reg-xname.
	move ws-reg-type to reg-type.
	move ws-first-ord to reg-first-ord.
	move ws-last-ord to reg-last-ord.
	move ws-rec-count to reg-count.
	move ws-hash-total to reg-hash.
	move ws-reg-orig to reg-orig.
	move ws-reg-source to reg-source.
	open extend reg-file.
	if ws-reg-status is not equal to "00"
		open output reg-file
	end-if.
	if ws-reg-status is not equal to "00"
		display "warning: cannot open extract register soeextreg.dat"
			" -- delivery not registered"
	else
		write reg-record
		close reg-file
	end-if.
end-write-register-entry.
