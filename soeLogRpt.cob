77 ws-bad-total pic 9(9) usage is computational.
77 ws-full-total pic 9(9) usage is computational.
77 ws-range-total pic 9(9) usage is computational.
77 ws-service-total pic 9(9) usage is computational.
77 ws-service-req-total pic 9(18) usage is computational.
77 ws-largest-num pic 9(18) usage is computational.
77 ws-primes-total pic 9(18) usage is computational.
77 ws-this-num pic 9(18) usage is computational.
77 ws-this-primes pic 9(18) usage is computational.
77 ws-this-requests pic 9(18) usage is computational.
77 ws-this-mode pic x(1).
77 ws-this-valid pic x(1).
77 ws-this-op pic x(30).
	move 0 to ws-bad-total.
	move 0 to ws-full-total.
	move 0 to ws-range-total.
	move 0 to ws-service-total.
	move 0 to ws-service-req-total.
	move 0 to ws-largest-num.
	move 0 to ws-primes-total.
	move 0 to ws-op-count.
	move "f" to ws-this-mode.
	move 0 to ws-this-num.
	move 0 to ws-this-primes.
	move 0 to ws-this-requests.
	move spaces to ws-this-op.
	move spaces to ws-this-day.
	move spaces to token-area.
		perform parse-log-token
			until ws-tok-idx is greater than 8
		if ws-this-num is greater than 0
				or ws-this-mode is equal to "s"
			move "y" to ws-this-valid
		end-if
	end-if.
	if log-token(ws-tok-idx)(1:7) is equal to "PRIMES="
		perform parse-primes-value
	end-if.
	if log-token(ws-tok-idx)(1:8) is equal to "SERVICE="
		move "s" to ws-this-mode
	end-if.
	if log-token(ws-tok-idx)(1:9) is equal to "REQUESTS="
		perform parse-requests-value
	end-if.
	add 1 to ws-tok-idx.
end-parse-log-token.

	end-if.
end-parse-primes-value.

parse-requests-value.
	compute ws-testpos = function test-numval(
		log-token(ws-tok-idx)(10:20)).
	if ws-testpos is equal to 0
		compute ws-this-requests = function numval(
			log-token(ws-tok-idx)(10:20))
	end-if.
end-parse-requests-value.

tally-log-line.
	if ws-this-mode is equal to "s"
		add 1 to ws-service-total
		add ws-this-requests to ws-service-req-total
	else
		if ws-this-mode is equal to "r"
			add 1 to ws-range-total
		else
			add 1 to ws-full-total
		end-if
		if ws-this-num is greater than ws-largest-num
			move ws-this-num to ws-largest-num
		end-if
		add ws-this-primes to ws-primes-total
		perform tally-operator
		perform tally-day
	end-if.
end-tally-log-line.

tally-operator.
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-service-total to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "SERVICE RUNS:    " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-service-req-total to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
	string "SERVICE REQUESTS ANSWERED: " delimited by size
		function trim(ws-n1-trim) delimited by size
		into ws-work-line.
	perform write-rpt-line.
	move ws-largest-num to ws-n1-disp.
	move function trim(ws-n1-disp) to ws-n1-trim.
	move spaces to ws-work-line.
