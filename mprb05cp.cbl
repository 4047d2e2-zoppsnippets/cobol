022800*            ABSORB-ONE-RUN
022900*    Duration spans midnight safely, same arithmetic as the
023000*    mprb05h report; a record with an unreadable date is
023040*    skipped - one bad row must not bend the trend. The
023080*    nightly job-stream steps are projected like the BMP, each
023120*    under its own program; only their start records, which
023160*    have no duration, are passed over.
023200************************************************************
023300
023400 absorb-one-run.
023700           set end-of-history to true
023800        not at end
023900           if RH-START-DATE numeric and RH-END-DATE numeric
024000              and RH-START-DATE > 0 and not RH-STEP-STARTED
024100              perform accumulate-run-sums
024200                 thru end-accumulate-run-sums
024300           end-if
