        IDENTIFICATION DIVISION.
        program-id. feedchk.

        *> expected-feed check, run at the start of the batch window
        *> before day1: the registry knows which manifests were
        *> processed, but nothing else knows which should have come
        *> in - a supplier that simply sends nothing leaves a clean
        *> run on the rest. this checks the expected-feed calendar
        *> against the input directory and the registry and lists,
        *> for every feed due on the check date:
        *>   ON TIME    one file in, before the cut-off
        *>   PROCESSED  already through day1 on the check date
        *>   AWAITED    nothing in yet, the cut-off not yet passed
        *>   LATE       one file in, after the cut-off
        *>   DUPLICATE  more than one file in for the feed, or a file
        *>              whose name is already on the registry - day1
        *>              would skip it as processed
        *>   MISSING    nothing in and the cut-off has passed
        *> the result goes to feedstat.txt for the opsdash morning
        *> page. the program ends with return code 8 when a feed is
        *> missing, 4 when one is awaited, late or duplicated, so
        *> the job stream can hold day1 on it; 12 when the input
        *> directory cannot be listed, 16 on a bad calendar or deck.
        *>
        *> calendar (feedcal.txt), one feed per line, blank lines
        *> and * comments ignored:
        *>     supplier  name-pattern  days-due  cut-off
        *> the name pattern takes * for any run of characters and ?
        *> for any one, and YYYYMMDD stands for the check date. the
        *> days due are DAILY, or a comma list of MON..SUN, days of
        *> the month 1..31 and LAST for the month's last day. the
        *> cut-off is hhmm on the check date. e.g.
        *>     ACME   acme_YYYYMMDD.csv  MON,TUE,WED,THU,FRI  0600
        *>     BRAVO  bravo*.txt         1,15,LAST            2200
        *>
        *> run-control deck (FEEDCHK_PARM_FILE, default
        *> feedparm.txt), KEYWORD=value, all optional:
        *>     INPUT_DIR=path       where the feeds land (default the
        *>                          current directory)
        *>     CHECK_DATE=yyyymmdd  the date the feeds are due
        *>                          (default today)
        *>     CALENDAR_FILE=name   default feedcal.txt

        ENVIRONMENT DIVISION.
        input-output section.
        file-control.
            select parm_file assign to parm_filename
                organization is line sequential
                status is parm_file_status.
            select calendar_file assign to calendar_filename
                organization is line sequential
                status is calendar_file_status.
            select dir_list_file assign to dir_list_filename
                organization is line sequential
                status is dir_list_status.
            select registry_file assign to registry_filename
                organization is line sequential
                status is registry_file_status.
            select feed_status_file assign to feed_status_filename
                organization is line sequential
                status is feed_status_file_status.

        DATA DIVISION.
        file section.
        fd parm_file.
        01 parm_record pic x(80).

        fd calendar_file.
        01 calendar_record pic x(160).

        fd dir_list_file.
        01 dir_list_record pic x(256).

        fd registry_file.
        01 registry_record.
            05 registry_filename_out pic x(40).
            05 filler pic x(1).
            05 registry_record_count pic 9(7).
            05 filler pic x(1).
            05 registry_mass_sum pic s9(9)v99.
            05 filler pic x(1).
            05 registry_run_ts pic x(14).
            05 filler pic x(1).
            05 registry_status pic x(1).
                88 registry_reversed value 'R'.
            05 filler pic x(1).
            05 registry_reversed_ts pic x(14).

        fd feed_status_file.
        copy "feedstat.cpy".

        working-storage section.
        01 parm_filename pic x(40).
        01 parm_file_status pic xx.
        01 parm_eof_flag pic x value 'n'.
            88 parm_eof value 'y'.
        01 parm_keyword pic x(20).
        01 parm_value pic x(60).
        01 parm_error_count pic 99 value zero.
        01 parm_text_len pic 99.
        01 input_dirname pic x(60) value ".".
        01 calendar_filename pic x(40) value "feedcal.txt".
        01 calendar_file_status pic xx.
        01 calendar_eof_flag pic x value 'n'.
            88 calendar_eof value 'y'.
        01 calendar_line_number pic 9(3) value zero.
        01 calendar_error_count pic 99 value zero.
        01 dir_list_filename pic x(11) value "feedchk.lst".
        01 dir_list_status pic xx.
        01 dir_list_eof_flag pic x value 'n'.
            88 dir_list_eof value 'y'.
        01 registry_filename pic x(12) value "registry.txt".
        01 registry_file_status pic xx.
        01 registry_eof_flag pic x value 'n'.
            88 registry_eof value 'y'.
        01 feed_status_filename pic x(12) value "feedstat.txt".
        01 feed_status_file_status pic xx.
        01 feed_table.
            05 feed_entry occurs 100 times.
                10 cal_supplier pic x(10).
                10 cal_pattern pic x(40).
                10 cal_days pic x(40).
                10 cal_cutoff pic x(4).
                10 cal_due_flag pic x.
                    88 cal_due value 'y'.
                10 cal_resolved_pattern pic x(40).
                10 cal_file_count pic 99.
                10 cal_processed_count pic 99.
                10 cal_registered_flag pic x.
                    88 cal_registered value 'y'.
                10 cal_file_name pic x(40).
                10 cal_arrival_ts pic x(14).
                10 cal_status pic x(9).
        01 feed_total pic 999 value zero.
        01 feed_scan pic 999.
        01 due_count pic 999 value zero.
        01 supplier_in pic x(10).
        01 pattern_in pic x(60).
        01 days_in pic x(60).
        01 cutoff_in pic x(10).
        01 day_token pic x(10).
        01 day_pointer pic 99.
        01 day_len pic 99.
        01 day_number pic 99.
        01 day_scan pic 9.
        01 day_token_flag pic x.
            88 day_token_valid value 'y'.
        01 weekday_names pic x(21) value "MONTUEWEDTHUFRISATSUN".
        01 weekday_table redefines weekday_names.
            05 weekday_name occurs 7 times pic x(3).
        01 check_date pic x(8).
        01 check_date_num redefines check_date pic 9(8).
        01 check_int pic 9(8).
        01 check_weekday pic 9.
        01 check_day pic 99.
        01 check_weekday_work pic 9(8).
        01 check_last_day_flag pic x value 'n'.
            88 check_is_last_day value 'y'.
        01 next_date pic 9(8).
        01 next_date_text redefines next_date pic x(8).
        01 current_ts pic x(21).
        01 now_stamp pic x(12).
        01 cutoff_stamp pic x(12).
        01 system_command pic x(201).
        01 list_rc pic 9(5).
        01 dir_file_name pic x(40).
        01 dir_file_path pic x(120).
        01 file_details.
            05 file_size pic x(8) comp-x.
            05 file_mod_day pic x comp-x.
            05 file_mod_month pic x comp-x.
            05 file_mod_year pic x(2) comp-x.
            05 file_mod_hour pic x comp-x.
            05 file_mod_minute pic x comp-x.
            05 file_mod_second pic x comp-x.
            05 file_mod_hundredths pic x comp-x.
        01 arrival_ts.
            05 arrival_year pic 9(4).
            05 arrival_month pic 99.
            05 arrival_day pic 99.
            05 arrival_hour pic 99.
            05 arrival_minute pic 99.
            05 arrival_second pic 99.
        01 match_name pic x(40).
        01 match_pattern pic x(40).
        01 match_name_len pic 99.
        01 match_pattern_len pic 99.
        01 match_n pic 99.
        01 match_p pic 99.
        01 match_star_p pic 99.
        01 match_star_n pic 99.
        01 match_flag pic x.
            88 name_matches value 'y'.
            88 name_fails value 'f'.
        01 registered_flag pic x.
            88 name_registered value 'y'.
        01 on_time_count pic 999 value zero.
        01 processed_count pic 999 value zero.
        01 awaited_count pic 999 value zero.
        01 late_count pic 999 value zero.
        01 duplicate_count pic 999 value zero.
        01 missing_count pic 999 value zero.

        PROCEDURE DIVISION.
        main.
           move function current-date to current_ts
           move current_ts(1:12) to now_stamp
           perform get_run_parameters
           perform load_calendar
           perform mark_feeds_due
           if due_count > zero
               perform list_input_directory
               perform match_input_files
               perform match_registry
               perform classify_feeds
           end-if
           perform write_feed_status
           display " "
           display due_count " feed(s) due on " check_date ": "
               on_time_count " on time, " processed_count
               " processed, " awaited_count " awaited, "
               late_count " late, " duplicate_count " duplicate, "
               missing_count " missing"
           display "feed check written to " feed_status_filename
           evaluate true
               when missing_count > zero
                   move 8 to return-code
               when awaited_count > zero or late_count > zero
                       or duplicate_count > zero
                   move 4 to return-code
               when other
                   move zero to return-code
           end-evaluate
           stop run.

        get_run_parameters.
           accept parm_filename
               from environment "FEEDCHK_PARM_FILE".
           if parm_filename = spaces
               move "feedparm.txt" to parm_filename
           end-if.
           move current_ts(1:8) to check_date.
           perform read_parm_file.
           if parm_error_count > zero
               display "run rejected: " parm_error_count
                   " error(s) in "
                   function trim(parm_filename)
                   " - fix the run-control deck and resubmit"
               move 16 to return-code
               stop run
           end-if.
           display "checking feeds due on " check_date " in "
               function trim(input_dirname).

        read_parm_file.
      *> the deck is optional - with none today's feeds are checked
      *> in the current directory.
           open input parm_file.
           if parm_file_status not = '00'
               exit paragraph
           end-if.
           move 'n' to parm_eof_flag.
           perform until parm_eof
               read parm_file
                   at end
                       set parm_eof to true
                   not at end
                       perform apply_parm_record
               end-read
           end-perform.
           close parm_file.

        apply_parm_record.
           if parm_record = spaces or parm_record(1:1) = "*"
               exit paragraph
           end-if.
           move spaces to parm_keyword.
           move spaces to parm_value.
           unstring parm_record delimited by "="
               into parm_keyword parm_value
           end-unstring.
           move function upper-case(function trim(parm_keyword))
               to parm_keyword.
           move function trim(parm_value) to parm_value.
           evaluate parm_keyword
               when "INPUT_DIR"
                   move parm_value to input_dirname
               when "CHECK_DATE"
                   perform apply_check_date_parm
               when "CALENDAR_FILE"
                   move parm_value to calendar_filename
               when other
                   display "[PARM] unknown keyword '"
                       function trim(parm_keyword) "'"
                   add 1 to parm_error_count
           end-evaluate.

        apply_check_date_parm.
           move function length(function trim(parm_value))
               to parm_text_len.
           if parm_text_len not = 8
                   or parm_value(1:8) is not numeric
               display "[PARM] CHECK_DATE '" function trim(parm_value)
                   "' is not a yyyymmdd date"
               add 1 to parm_error_count
               exit paragraph
           end-if.
           if function test-date-yyyymmdd(
                   function numval(parm_value(1:8))) not = zero
               display "[PARM] CHECK_DATE '" function trim(parm_value)
                   "' is not a calendar date"
               add 1 to parm_error_count
               exit paragraph
           end-if.
           move parm_value(1:8) to check_date.

        load_calendar.
           open input calendar_file.
           if calendar_file_status not = '00'
               display "failed to open "
                   function trim(calendar_filename) ": "
                   calendar_file_status
               move 16 to return-code
               stop run
           end-if.
           perform until calendar_eof
               read calendar_file
                   at end
                       set calendar_eof to true
                   not at end
                       add 1 to calendar_line_number
                       perform store_one_feed
               end-read
           end-perform.
           close calendar_file.
           if calendar_error_count > zero
               display "run rejected: " calendar_error_count
                   " error(s) in " function trim(calendar_filename)
                   " - fix the calendar and resubmit"
               move 16 to return-code
               stop run
           end-if.

        store_one_feed.
           if calendar_record = spaces
                   or calendar_record(1:1) = "*"
               exit paragraph
           end-if.
           move spaces to supplier_in.
           move spaces to pattern_in.
           move spaces to days_in.
           move spaces to cutoff_in.
           unstring calendar_record delimited by all " "
               into supplier_in pattern_in days_in cutoff_in
           end-unstring.
           if pattern_in = spaces or pattern_in(41:) not = spaces
               display "[CAL] line " calendar_line_number
                   ": no name pattern, or one over 40 characters"
               add 1 to calendar_error_count
               exit paragraph
           end-if.
           if cutoff_in(5:) not = spaces
                   or cutoff_in(1:4) is not numeric
                   or cutoff_in(1:2) > "23" or cutoff_in(3:2) > "59"
               display "[CAL] line " calendar_line_number
                   ": cut-off is not an hhmm time"
               add 1 to calendar_error_count
               exit paragraph
           end-if.
           if feed_total >= 100
               display "[CAL] more than 100 feeds - line "
                   calendar_line_number " not taken"
               add 1 to calendar_error_count
               exit paragraph
           end-if.
           move function upper-case(days_in) to days_in.
           move 'y' to day_token_flag.
           move 1 to day_pointer.
           perform until day_pointer > 40 or not day_token_valid
               move spaces to day_token
               unstring days_in delimited by ","
                   into day_token with pointer day_pointer
               end-unstring
               if day_token not = spaces
                   perform check_day_token
               end-if
           end-perform.
           if days_in = spaces or days_in(41:) not = spaces
                   or not day_token_valid
               display "[CAL] line " calendar_line_number
                   ": days due are not DAILY, MON..SUN, 1..31"
                   " or LAST"
               add 1 to calendar_error_count
               exit paragraph
           end-if.
           add 1 to feed_total.
           move function upper-case(supplier_in)
               to cal_supplier(feed_total).
           move pattern_in to cal_pattern(feed_total).
           move days_in to cal_days(feed_total).
           move cutoff_in to cal_cutoff(feed_total).
           move 'n' to cal_due_flag(feed_total).

        check_day_token.
      *> the same test serves load, where any valid token passes,
      *> and the due check, where day_number is then compared.
           move zero to day_number.
           if day_token = "DAILY" or day_token = "LAST"
               exit paragraph
           end-if.
           move 1 to day_scan.
           perform until day_scan > 7
               if day_token = weekday_name(day_scan)
                   exit paragraph
               end-if
               add 1 to day_scan
           end-perform.
           move function length(function trim(day_token))
               to day_len.
           if day_len > 2 or day_token(1:day_len) is not numeric
               move 'n' to day_token_flag
               exit paragraph
           end-if.
           move day_token(1:day_len) to day_number.
           if day_number < 1 or day_number > 31
               move 'n' to day_token_flag
           end-if.

        mark_feeds_due.
      *> 1601-01-01, day 1 of the integer calendar, was a monday.
           compute check_int = function integer-of-date(
               check_date_num).
           compute check_weekday_work = check_int - 1.
           divide check_weekday_work by 7 giving check_weekday_work
               remainder check_weekday.
           add 1 to check_weekday.
           move check_date(7:2) to check_day.
           compute next_date = function date-of-integer(
               check_int + 1).
           if next_date_text(7:2) = "01"
               set check_is_last_day to true
           end-if.
           move 1 to feed_scan.
           perform until feed_scan > feed_total
               perform check_feed_due
               add 1 to feed_scan
           end-perform.

        check_feed_due.
           move 1 to day_pointer.
           perform until day_pointer > 40 or cal_due(feed_scan)
               move spaces to day_token
               unstring cal_days(feed_scan) delimited by ","
                   into day_token with pointer day_pointer
               end-unstring
               evaluate true
                   when day_token = spaces
                       continue
                   when day_token = "DAILY"
                       set cal_due(feed_scan) to true
                   when day_token = "LAST"
                       if check_is_last_day
                           set cal_due(feed_scan) to true
                       end-if
                   when day_token = weekday_name(check_weekday)
                       set cal_due(feed_scan) to true
                   when day_token(1:1) is numeric
                       move function length(function trim(day_token))
                           to day_len
                       move day_token(1:day_len) to day_number
                       if day_number = check_day
                           set cal_due(feed_scan) to true
                       end-if
               end-evaluate
           end-perform.
           if not cal_due(feed_scan)
               exit paragraph
           end-if.
           add 1 to due_count.
           move cal_pattern(feed_scan)
               to cal_resolved_pattern(feed_scan).
           inspect cal_resolved_pattern(feed_scan)
               replacing all "YYYYMMDD" by check_date.
           move zero to cal_file_count(feed_scan).
           move zero to cal_processed_count(feed_scan).
           move 'n' to cal_registered_flag(feed_scan).
           move spaces to cal_file_name(feed_scan).
           move spaces to cal_arrival_ts(feed_scan).

        list_input_directory.
      *> the directory listing comes from the shell, as the job
      *> stream's own steps do.
           move spaces to system_command.
           string "ls -1 " delimited by size
               input_dirname delimited by space
               " > " delimited by size
               dir_list_filename delimited by space
               " 2>/dev/null" x"00" delimited by size
               into system_command
           end-string.
           call "SYSTEM" using system_command.
           divide return-code by 256 giving list_rc.
           move zero to return-code.
           if list_rc not = zero
               display "[ERROR] input directory "
                   function trim(input_dirname)
                   " could not be listed - no feeds checked"
               call "CBL_DELETE_FILE" using dir_list_filename
               move 12 to return-code
               stop run
           end-if.

        match_input_files.
           open input dir_list_file.
           if dir_list_status not = '00'
               display "[ERROR] failed to open " dir_list_filename
                   ": " dir_list_status " - no feeds checked"
               move 12 to return-code
               stop run
           end-if.
           perform until dir_list_eof
               read dir_list_file
                   at end
                       set dir_list_eof to true
                   not at end
      *> day1 holds a manifest name in 40 characters - a longer
      *> name cannot be a feed.
                       if dir_list_record(41:) = spaces
                               and dir_list_record not = spaces
                           move dir_list_record to dir_file_name
                           perform match_one_input_file
                       end-if
               end-read
           end-perform.
           close dir_list_file.
           call "CBL_DELETE_FILE" using dir_list_filename.
           move zero to return-code.

        match_one_input_file.
           move dir_file_name to match_name.
           move 1 to feed_scan.
           perform until feed_scan > feed_total
               if cal_due(feed_scan)
                   move cal_resolved_pattern(feed_scan)
                       to match_pattern
                   perform match_name_to_pattern
                   if name_matches
                       perform take_arrived_file
                   end-if
               end-if
               add 1 to feed_scan
           end-perform.

        take_arrived_file.
           add 1 to cal_file_count(feed_scan).
           perform check_name_registered.
           if name_registered
               set cal_registered(feed_scan) to true
           end-if.
           if cal_file_count(feed_scan) > 1
               exit paragraph
           end-if.
           move dir_file_name to cal_file_name(feed_scan).
           move spaces to dir_file_path.
           if input_dirname = "."
               move dir_file_name to dir_file_path
           else
               string input_dirname delimited by space
                   "/" delimited by size
                   dir_file_name delimited by space
                   into dir_file_path
               end-string
           end-if.
           call "CBL_CHECK_FILE_EXIST" using dir_file_path
               file_details.
           if return-code not = zero
               move zero to return-code
               exit paragraph
           end-if.
           move file_mod_year to arrival_year.
           move file_mod_month to arrival_month.
           move file_mod_day to arrival_day.
           move file_mod_hour to arrival_hour.
           move file_mod_minute to arrival_minute.
           move file_mod_second to arrival_second.
           move arrival_ts to cal_arrival_ts(feed_scan).

        check_name_registered.
      *> a name already on the registry would be skipped by day1 as
      *> processed - the feed has been sent twice.
           move 'n' to registered_flag.
           move 'n' to registry_eof_flag.
           open input registry_file.
           if registry_file_status not = '00'
               exit paragraph
           end-if.
           perform until registry_eof or name_registered
               read registry_file
                   at end
                       set registry_eof to true
                   not at end
                       if registry_filename_out = dir_file_name
                               and not registry_reversed
                           set name_registered to true
                       end-if
               end-read
           end-perform.
           close registry_file.

        match_registry.
      *> a feed day1 has already taken on the check date is no
      *> longer in the input directory - it is on the registry.
           move 'n' to registry_eof_flag.
           open input registry_file.
           if registry_file_status not = '00'
               exit paragraph
           end-if.
           perform until registry_eof
               read registry_file
                   at end
                       set registry_eof to true
                   not at end
                       if registry_run_ts(1:8) = check_date
                               and not registry_reversed
                           perform match_one_registered_file
                       end-if
               end-read
           end-perform.
           close registry_file.

        match_one_registered_file.
           move registry_filename_out to match_name.
           move 1 to feed_scan.
           perform until feed_scan > feed_total
               if cal_due(feed_scan)
                   move cal_resolved_pattern(feed_scan)
                       to match_pattern
                   perform match_name_to_pattern
                   if name_matches
                       add 1 to cal_processed_count(feed_scan)
                       if cal_file_name(feed_scan) = spaces
                           move registry_filename_out
                               to cal_file_name(feed_scan)
                           move registry_run_ts
                               to cal_arrival_ts(feed_scan)
                       end-if
                   end-if
               end-if
               add 1 to feed_scan
           end-perform.

        match_name_to_pattern.
      *> * matches any run of characters, ? any one. on a mismatch
      *> after a * the * is made to take one more character and
      *> the match resumes from there.
           move 'n' to match_flag.
           move function length(function trim(match_name trailing))
               to match_name_len.
           move function length(function trim(match_pattern trailing))
               to match_pattern_len.
           move 1 to match_n.
           move 1 to match_p.
           move zero to match_star_p.
           move zero to match_star_n.
           perform until match_n > match_name_len or name_fails
               evaluate true
                   when match_p <= match_pattern_len
                           and (match_pattern(match_p:1) = "?"
                           or match_pattern(match_p:1)
                               = match_name(match_n:1))
                       add 1 to match_p
                       add 1 to match_n
                   when match_p <= match_pattern_len
                           and match_pattern(match_p:1) = "*"
                       move match_p to match_star_p
                       move match_n to match_star_n
                       add 1 to match_p
                   when match_star_p > zero
                       compute match_p = match_star_p + 1
                       add 1 to match_star_n
                       move match_star_n to match_n
                   when other
                       set name_fails to true
               end-evaluate
           end-perform.
           if name_fails
               exit paragraph
           end-if.
           perform until match_p > match_pattern_len
                   or match_pattern(match_p:1) not = "*"
               add 1 to match_p
           end-perform.
           if match_p > match_pattern_len
               set name_matches to true
           end-if.

        classify_feeds.
           move 1 to feed_scan.
           perform until feed_scan > feed_total
               if cal_due(feed_scan)
                   perform classify_one_feed
               end-if
               add 1 to feed_scan
           end-perform.

        classify_one_feed.
           move spaces to cutoff_stamp.
           string check_date cal_cutoff(feed_scan)
               delimited by size into cutoff_stamp
           end-string.
           evaluate true
               when cal_file_count(feed_scan) = zero
                       and cal_processed_count(feed_scan) = zero
                   if now_stamp >= cutoff_stamp
                       move "MISSING" to cal_status(feed_scan)
                       add 1 to missing_count
                   else
                       move "AWAITED" to cal_status(feed_scan)
                       add 1 to awaited_count
                   end-if
               when cal_file_count(feed_scan)
                       + cal_processed_count(feed_scan) > 1
                       or cal_registered(feed_scan)
                   move "DUPLICATE" to cal_status(feed_scan)
                   add 1 to duplicate_count
               when cal_processed_count(feed_scan) > zero
                   move "PROCESSED" to cal_status(feed_scan)
                   add 1 to processed_count
               when cal_arrival_ts(feed_scan)(1:12) > cutoff_stamp
                   move "LATE" to cal_status(feed_scan)
                   add 1 to late_count
               when other
                   move "ON TIME" to cal_status(feed_scan)
                   add 1 to on_time_count
           end-evaluate.
           display "[FEED] " cal_supplier(feed_scan) " "
               cal_status(feed_scan) " "
               function trim(cal_resolved_pattern(feed_scan))
               " due " cal_cutoff(feed_scan) " "
               function trim(cal_file_name(feed_scan)) " "
               cal_arrival_ts(feed_scan).

        write_feed_status.
      *> written fresh every check, even with nothing due, so the
      *> dashboard never shows an earlier day's result as today's.
           open output feed_status_file.
           if feed_status_file_status not = '00'
               display "[WARN] failed to open " feed_status_filename
                   ": " feed_status_file_status
                   " - result not kept for the dashboard"
               exit paragraph
           end-if.
           move 1 to feed_scan.
           perform until feed_scan > feed_total
               if cal_due(feed_scan)
                   perform write_one_feed_status
               end-if
               add 1 to feed_scan
           end-perform.
           close feed_status_file.

        write_one_feed_status.
           move check_date to feed_check_date.
           move space to feed_gap_1.
           move cal_supplier(feed_scan) to feed_supplier.
           move space to feed_gap_2.
           move cal_status(feed_scan) to feed_status.
           move space to feed_gap_3.
           move cal_cutoff(feed_scan) to feed_cutoff.
           move space to feed_gap_4.
           move cal_arrival_ts(feed_scan) to feed_arrival_ts.
           move space to feed_gap_5.
           compute feed_file_count = cal_file_count(feed_scan)
               + cal_processed_count(feed_scan).
           move space to feed_gap_6.
           move cal_file_name(feed_scan) to feed_file_name.
           move space to feed_gap_7.
           move cal_resolved_pattern(feed_scan) to feed_pattern.
           write feed_status_record.
