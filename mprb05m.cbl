017600     if MQ-COMPCODE = 0
017700        add 1 to event-count
017800        if ME-EVENT = 'ERROR ON GET'
017833           or ME-EVENT = 'ABEND NOTED '
017866           or ME-EVENT = 'QUARANTINED '
017900           add 1 to error-event-count
018000        end-if
018100        perform log-one-event
