        *> shared run-ledger record layout: one record per module per
        *> manifest per section per run, carrying the mass and fuel
        *> the module was processed with, the manifest it came in on
        *> and the section it was loaded under (blank outside any
        *> section header) - the run-by-run history behind the module
        *> master's last/cumulative snapshot. held indexed on module
        *> id, run timestamp and a sequence number, so one module's
        *> entries are read straight off the key; the sequence keeps
        *> apart a module that comes in on several manifests, or
        *> under several sections, in one run. closed months are
        *> rolled up into ledgsumm.cpy records by ledgroll and their
        *> detail archived. a manifest backed out by backout gets one
        *> reversal entry per entry it posted - the negated fuel,
        *> keyed under the backout's own stamp and pointing back at
        *> the run reversed.
        *> an 'R' reversal takes the run back as well; an 'F' one
        *> only the fuel, where the module's run stands on another
        *> manifest or is taken back by another section's entry.
        01 ledger_record.
            05 ledger_key.
                10 ledger_module_id pic x(10).
                10 ledger_run_ts pic x(14).
                10 ledger_seq pic 9(2).
            05 ledger_gap_2 pic x(1).
            05 ledger_mass pic s9(6)v99.
            05 ledger_gap_3 pic x(1).
            05 ledger_fuel_p2 pic s9(7)v99.
            05 ledger_gap_5 pic x(1).
            05 ledger_source_file pic x(40).
            05 ledger_gap_6 pic x(1).
            05 ledger_section pic x(30).
            05 ledger_gap_7 pic x(1).
            05 ledger_entry_type pic x(1).
                88 ledger_posting value space.
                88 ledger_reversal value 'R' 'F'.
                88 ledger_run_reversal value 'R'.
                88 ledger_fuel_reversal value 'F'.
            05 ledger_gap_8 pic x(1).
            05 ledger_reversed_run_ts pic x(14).
