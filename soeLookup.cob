	select cov-file assign to "soecover.dat"
		organization is line sequential
		file status is ws-cov-status.
	select run-log-file assign to "soerunlog.dat"
		organization is line sequential
		file status is ws-log-status.

data division.
file section.
01 cov-record.
	05 cov-low pic 9(18).
	05 cov-high pic 9(18).
fd run-log-file.
01 run-log-record pic x(300).

working-storage section.
77 ws-req-fname pic x(60) value "soelookup.req".
77 ws-mst-status pic x(2).
77 ws-mctl-status pic x(2).
77 ws-cov-status pic x(2).
77 ws-log-status pic x(2).
77 ws-operator pic x(30).
77 ws-timestamp pic x(21).
77 ws-raw pic x(30).
77 ws-cand pic 9(18) usage is computational.
77 ws-testpos pic 9(4) usage is computational.
	close mst-file.
	close ans-file.
	perform display-summary.
	perform write-run-log.
	stop run.

get-req-fname.
	display "invalid requests:  " function trim(ws-cnt-disp).
	display "answers written to soelookup.ans".
end-display-summary.

write-run-log.
	accept ws-operator from environment "USER".
	if ws-operator is equal to spaces
		move "UNKNOWN" to ws-operator
	end-if.
	move function current-date to ws-timestamp.
	move ws-req-count to ws-cnt-disp.
	move spaces to run-log-record.
	string function trim(ws-operator) delimited by size
		" " delimited by size
		ws-timestamp(1:14) delimited by size
		" SERVICE=LOOKUP REQUESTS=" delimited by size
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
