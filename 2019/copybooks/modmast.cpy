        *> shared module-master record layout: one record per module,
        *> keyed on module id, carrying the mass and fuel last seen
        *> for the module plus its cumulative fuel history across runs,
        *> and the module's standing: active, on hold for inspection
        *> or retired (blank is active - records from before the
        *> status existed), the section it is homed in, its owner and
        *> the date the status last changed.
        01 master_record.
            05 master_module_id pic x(10).
            05 master_last_mass pic s9(6)v99.
            05 master_cumulative_p2 pic 9(11)v99.
            05 master_run_count pic 9(5).
            05 master_last_run_ts pic x(14).
            05 master_status pic x(1).
                88 master_active values space 'A'.
                88 master_on_hold value 'H'.
                88 master_retired value 'R'.
            05 master_home_section pic x(30).
            05 master_owner pic x(20).
            05 master_status_date pic x(8).
