77 ws-fname pic x(60).
77 ws-sname pic x(60).
77 ws-last-log pic x(300).
77 ws-svc-count pic 9(4) usage is computational.
77 ws-tok-idx pic 9(2) usage is computational.
77 ws-rc-disp pic z(3)9.
77 ws-step-disp pic 9(1).
		at end move "10" to ws-log-status
	end-read.
	if ws-log-status is equal to "00"
		move 0 to ws-svc-count
		inspect run-log-record tallying ws-svc-count for all " SERVICE="
		if ws-svc-count is equal to 0
			move run-log-record to ws-last-log
		end-if
	end-if.
end-read-last-log-line.

