        IDENTIFICATION DIVISION.
        program-id. tankpost.

        *> end-of-day posting run for the tank inventory: takes the
        *> day's tank transactions - deliveries received and dip
        *> readings keyed in by hand, plus the issues day1 writes
        *> for every tank draw its allocation makes - and posts them
        *> to the tank master (tankinv.txt) in the order they were
        *> recorded, appending one stock-ledger record per posted
        *> transaction. the tank master is left holding the closing
        *> book level, so the next night's allocation starts from
        *> what is really in the tanks instead of whatever level was
        *> last typed in by hand. a dip reading resets the book to
        *> the level measured and books the difference as an
        *> adjustment. prints the end-of-day stock report: opening,
        *> receipts, issues, adjustments, closing and book-versus-
        *> dip variance for every tank. a transaction that fails
        *> its edits is moved to a reject queue for correction and
        *> re-keying, never posted. the posting will not run while
        *> a day1 run holds its lock - day1 queues its issues onto
        *> the same transaction file this run clears.

        ENVIRONMENT DIVISION.
        input-output section.
        file-control.
            select tank_file assign to tank_filename
                organization is line sequential
                status is tank_file_status.
            select tank_keep_file assign to tank_keep_filename
                organization is line sequential
                status is tank_keep_status.
            select tran_file assign to tran_filename
                organization is line sequential
                status is tran_file_status.
            select tran_archive_file assign to tran_archive_filename
                organization is line sequential
                status is tran_archive_status.
            select tran_reject_file assign to tran_reject_filename
                organization is line sequential
                status is tran_reject_status.
            select stock_ledger_file assign to stock_ledger_filename
                organization is line sequential
                status is stock_ledger_status.
            select report_file assign to report_filename
                organization is line sequential
                status is report_file_status.
            select run_lock_file assign to run_lock_filename
                organization is line sequential
                status is run_lock_status.
            select audit_log_file assign to audit_log_filename
                organization is line sequential
                status is audit_log_file_status.

        DATA DIVISION.
        file section.
        fd tank_file.
        01 tank_record pic x(40). *> tank id, capacity, level

        fd tank_keep_file.
        01 tank_keep_record pic x(40).

        fd tran_file.
        copy "tanktran.cpy".

        fd tran_archive_file.
        01 tran_archive_record pic x(67).

        fd tran_reject_file.
        01 tran_reject_record.
            05 tran_reject_original pic x(67).
            05 tran_reject_gap pic x(1).
            05 tran_reject_reason pic x(22).

        fd stock_ledger_file.
        copy "tankledg.cpy".

        fd report_file.
        01 report_record pic x(132).

        fd run_lock_file.
        01 run_lock_record pic x(215).

        fd audit_log_file.
        01 audit_log_record.
            05 audit_ts_out pic x(14).
            05 audit_gap pic x(1).
            05 audit_message_out pic x(80).

        working-storage section.
        01 tank_filename pic x(11) value "tankinv.txt".
        01 tank_file_status pic xx.
        01 tank_eof_flag pic x value 'n'.
            88 tank_eof value 'y'.
        01 tank_keep_filename pic x(11) value "tankinv.tmp".
        01 tank_keep_status pic xx.
        01 tran_filename pic x(12) value "tanktran.txt".
        01 tran_file_status pic xx.
        01 tran_eof_flag pic x value 'n'.
            88 tran_eof value 'y'.
        01 tran_archive_filename pic x(30).
        01 posting_trail_flag pic x value 'n'.
            88 posting_trail_failed value 'y'.
        01 reject_trail_flag pic x value 'n'.
            88 reject_trail_failed value 'y'.
        01 run_lock_filename pic x(9) value "day1.lock".
        01 run_lock_status pic xx.
        01 tran_archive_status pic xx.
        01 tran_reject_filename pic x(11) value "tankrej.txt".
        01 tran_reject_status pic xx.
        01 stock_ledger_filename pic x(12) value "tankledg.txt".
        01 stock_ledger_status pic xx.
        01 report_filename pic x(11) value "tankrpt.txt".
        01 report_file_status pic xx.
        01 audit_log_filename pic x(13) value "audit_log.txt".
        01 audit_log_file_status pic xx.
        01 audit_timestamp pic x(21).
        01 audit_message pic x(80).
        01 post_ts pic x(21).
        01 post_stamp pic x(14).
        01 tank_table_data.
            05 tank_entry occurs 50 times.
                10 tank_id pic x(10).
                10 tank_capacity pic 9(9)v99.
                10 tank_opening pic 9(9)v99.
                10 tank_book pic 9(9)v99.
                10 tank_receipts pic 9(11)v99.
                10 tank_issues pic 9(11)v99.
                10 tank_adjustments pic s9(11)v99.
                10 tank_dip_flag pic x.
                    88 tank_was_dipped value 'y'.
                10 tank_dip_reading pic 9(9)v99.
                10 tank_dip_variance pic s9(9)v99.
        01 tank_total pic 99 value zero.
        01 tank_scan pic 99.
        01 tank_found pic 99.
        01 tank_id_in pic x(10).
        01 tank_capacity_text pic x(14).
        01 tank_level_text pic x(14).
        01 tank_number_work pic 9(9)v99.
        01 tank_error_count pic 99 value zero.
        01 tank_overflow_flag pic x value 'n'.
            88 tank_overflow value 'y'.
        01 tank_capacity_out pic z(8)9.99.
        01 tank_level_out pic z(8)9.99.
        01 text_len pic 99.
        01 posting_table.
            05 posting_entry occurs 2000 times.
                10 posting_tank_id pic x(10).
                10 posting_date pic x(8).
                10 posting_type pic x.
                10 posting_quantity pic s9(9)v99.
                10 posting_level pic 9(9)v99.
                10 posting_reference pic x(30).
                10 posting_original pic x(67).
        01 posting_total pic 9(4) value zero.
        01 posting_scan pic 9(4).
        01 reject_table.
            05 reject_entry occurs 2000 times.
                10 reject_original pic x(67).
                10 reject_reason pic x(22).
        01 reject_total pic 9(4) value zero.
        01 reject_scan pic 9(4).
        01 tran_overflow_flag pic x value 'n'.
            88 tran_overflow value 'y'.
        01 tran_read_count pic 9(5) value zero.
        01 tran_quantity pic s9(9)v99.
        01 tran_error_reason pic x(22).
        01 receipt_count pic 9(5) value zero.
        01 issue_count pic 9(5) value zero.
        01 dip_count pic 9(5) value zero.
        01 grand_opening pic 9(11)v99 value zero.
        01 grand_receipts pic 9(11)v99 value zero.
        01 grand_issues pic 9(11)v99 value zero.
        01 grand_adjustments pic s9(11)v99 value zero.
        01 grand_closing pic 9(11)v99 value zero.
        01 report_page_number pic 9(4) value zero.
        01 report_detail_count pic 99 value zero.
        01 report_lines_per_page pic 99 value 50.
        01 report_heading_1.
            05 filler pic x(8) value "REPORT: ".
            05 filler pic x(34)
                value "END-OF-DAY TANK STOCK POSITION".
            05 filler pic x(10) value "RUN DATE: ".
            05 heading_run_date pic x(10).
            05 filler pic x(8) value "   PAGE ".
            05 heading_page_number pic zzz9.
        01 report_column_heads.
            05 filler pic x(12) value "TANK".
            05 filler pic x(15) value "        OPENING".
            05 filler pic x(15) value "       RECEIPTS".
            05 filler pic x(15) value "         ISSUES".
            05 filler pic x(16) value "    ADJUSTMENTS ".
            05 filler pic x(15) value "        CLOSING".
            05 filler pic x(15) value "    DIP READING".
            05 filler pic x(16) value "   DIP VARIANCE ".
            05 filler pic x(10) value "  NOTE".
        01 report_detail.
            05 detail_tank pic x(12).
            05 filler pic x(2).
            05 detail_opening pic z(9)9.99.
            05 filler pic x(2).
            05 detail_receipts pic z(9)9.99.
            05 filler pic x(2).
            05 detail_issues pic z(9)9.99.
            05 filler pic x(2).
            05 detail_adjustments pic z(9)9.99-.
            05 filler pic x(2).
            05 detail_closing pic z(9)9.99.
            05 filler pic x(2).
            05 detail_dip pic z(9)9.99.
            05 filler pic x(2).
            05 detail_variance pic z(9)9.99-.
            05 filler pic x(2).
            05 detail_note pic x(8).
        01 report_amount_line.
            05 amount_label pic x(24).
            05 amount_value pic z(12)9.99-.
        01 report_count_line.
            05 count_label pic x(24).
            05 count_value pic z(6)9.
        01 reject_detail.
            05 reject_text_out pic x(67).
            05 filler pic x(2).
            05 reject_reason_out pic x(22).

        PROCEDURE DIVISION.
        main.
           perform check_run_lock
           move function current-date to post_ts
           move post_ts(1:14) to post_stamp
           open extend audit_log_file
           if audit_log_file_status = '35'
               open output audit_log_file
           end-if
           if audit_log_file_status not = '00'
               display "[WARN] failed to open " audit_log_filename
                   ": " audit_log_file_status
                   " - audit trail unavailable this run"
           end-if
           perform load_tank_master
           if tank_error_count > zero or tank_total = zero
      *> the master is rewritten from the table at the end of the
      *> run - a line that would not load would be rewritten out
      *> of existence, so a damaged master stops the posting cold.
               display "posting refused: " function trim(tank_filename)
                   " must load cleanly before anything is posted"
               string "tank posting refused - "
                   tank_filename " did not load cleanly"
                   delimited by size into audit_message
               end-string
               perform log_audit_message
               move 12 to return-code
               perform close_audit_log
               stop run
           end-if
           perform read_transactions
           if tran_overflow
               display "posting refused: " function trim(tran_filename)
                   " holds more than 2000 transactions - post it in"
                   " smaller batches"
               move 12 to return-code
               perform close_audit_log
               stop run
           end-if
           perform rewrite_tank_master
           perform write_stock_ledger
           perform archive_transactions
           perform write_transaction_rejects
      *> the queue is the only record of what was posted until the
      *> ledger and the archive both hold it - keep it otherwise.
           if posting_trail_failed
               display "[ERROR] " function trim(tran_filename)
                   " kept - the tank master is posted but the"
                   " postings are not on the stock ledger and archive."
                   " file it by hand and remove it before the next"
                   " posting"
               string "tank master posted but stock ledger or archive"
                   " not written - " tran_filename " kept"
                   delimited by size into audit_message
               end-string
               perform log_audit_message
           end-if
           if reject_trail_failed
               display "[ERROR] " function trim(tran_filename)
                   " kept - its rejects are not on "
                   function trim(tran_reject_filename)
                   ". take the posted lines out of it and re-key the"
                   " rest before the next posting"
               string "rejects not written to " tran_reject_filename
                   " - " tran_filename " kept"
                   delimited by size into audit_message
               end-string
               perform log_audit_message
           end-if
           if not posting_trail_failed and not reject_trail_failed
               perform clear_transaction_queue
           end-if
           perform write_stock_report
           display " "
           display "transactions read: " tran_read_count
               " posted: " posting_total " rejected: " reject_total
           display "stock report written to " report_filename
           string "tank posting: " posting_total " posted, "
               reject_total " rejected"
               delimited by size into audit_message
           end-string
           perform log_audit_message
           evaluate true
               when posting_trail_failed or reject_trail_failed
                   move 12 to return-code
               when reject_total > zero
                   move 4 to return-code
               when other
                   move zero to return-code
           end-evaluate
           perform close_audit_log
           stop run.

        check_run_lock.
      *> day1 appends its tank issues to the transaction file while
      *> it runs - posting and clearing it underneath a live run
      *> would delete issues that were never posted.
           open input run_lock_file.
           if run_lock_status = '00'
               close run_lock_file
               display "[ERROR] a day1 run holds " run_lock_filename
                   " - rerun the posting once it has finished"
               move 16 to return-code
               stop run
           end-if.

        load_tank_master.
           open input tank_file.
           if tank_file_status not = '00'
               display "failed to open " tank_filename ": "
                   tank_file_status
               exit paragraph
           end-if.
           perform until tank_eof
               read tank_file
                   at end
                       set tank_eof to true
                   not at end
                       perform store_one_tank
               end-read
           end-perform.
           close tank_file.
           display "tank master loaded: " tank_total " tanks".

        store_one_tank.
      *> the same edits day1 applies when it loads the master, but
      *> a failure here counts as an error instead of a dropped
      *> tank - see main.
           if tank_record = spaces
               exit paragraph
           end-if.
           if tank_total >= 50
               if not tank_overflow
                   display "[ERROR] " tank_filename " holds more than"
                       " 50 tanks"
                   set tank_overflow to true
                   add 1 to tank_error_count
               end-if
               exit paragraph
           end-if.
           move spaces to tank_id_in.
           move spaces to tank_capacity_text.
           move spaces to tank_level_text.
           unstring tank_record delimited by all " "
               into tank_id_in tank_capacity_text tank_level_text
           end-unstring.
           move function length(function trim(tank_capacity_text))
               to text_len.
           if text_len = zero
                   or function test-numval(
                       tank_capacity_text(1:text_len)) not = zero
               display "[ERROR] tank " tank_id_in " has a"
                   " non-numeric capacity"
               add 1 to tank_error_count
               exit paragraph
           end-if.
           compute tank_number_work = function numval(
               tank_capacity_text(1:text_len)
           ).
           move function length(function trim(tank_level_text))
               to text_len.
           if text_len = zero
                   or function test-numval(
                       tank_level_text(1:text_len)) not = zero
               display "[ERROR] tank " tank_id_in " has a"
                   " non-numeric level"
               add 1 to tank_error_count
               exit paragraph
           end-if.
           perform find_tank_by_id.
           if tank_found > zero
               display "[ERROR] tank " tank_id_in " is on "
                   tank_filename " twice"
               add 1 to tank_error_count
               exit paragraph
           end-if.
           add 1 to tank_total.
           move tank_id_in to tank_id(tank_total).
           move tank_number_work to tank_capacity(tank_total).
           compute tank_number_work = function numval(
               tank_level_text(1:text_len)
           ).
           move tank_number_work to tank_opening(tank_total).
           move tank_number_work to tank_book(tank_total).
           move zero to tank_receipts(tank_total).
           move zero to tank_issues(tank_total).
           move zero to tank_adjustments(tank_total).
           move 'n' to tank_dip_flag(tank_total).
           move zero to tank_dip_reading(tank_total).
           move zero to tank_dip_variance(tank_total).
           if tank_book(tank_total) > tank_capacity(tank_total)
               display "[WARN] tank " tank_id_in " opens above its"
                   " capacity - a dip reading will correct the book"
           end-if.

        find_tank_by_id.
           move zero to tank_found.
           move 1 to tank_scan.
           perform until tank_scan > tank_total or tank_found > zero
               if tank_id(tank_scan) = tank_id_in
                   move tank_scan to tank_found
               end-if
               add 1 to tank_scan
           end-perform.

        read_transactions.
           open input tran_file.
           if tran_file_status not = '00'
      *> no transactions waiting is an ordinary quiet day - the
      *> stock report still goes out with every tank unchanged.
               display "no " tran_filename " on file - nothing to post"
               exit paragraph
           end-if.
           perform until tran_eof
               read tran_file
                   at end
                       set tran_eof to true
                   not at end
                       perform post_one_transaction
               end-read
           end-perform.
           close tran_file.

        post_one_transaction.
           if tank_tran_record = spaces
               exit paragraph
           end-if.
           add 1 to tran_read_count.
           if posting_total >= 2000 or reject_total >= 2000
               set tran_overflow to true
               set tran_eof to true
               exit paragraph
           end-if.
           perform edit_transaction.
           if tran_error_reason not = spaces
               add 1 to reject_total
               move tank_tran_record to reject_original(reject_total)
               move tran_error_reason to reject_reason(reject_total)
               display "[WARN] transaction for tank " tran_tank_id
                   " rejected: " function trim(tran_error_reason)
               exit paragraph
           end-if.
      *> the transaction passed - apply it to the tank's book and
      *> remember the ledger line it produces.
           add 1 to posting_total.
           evaluate true
               when tran_receipt
                   add tran_quantity to tank_book(tank_found)
                   add tran_quantity to tank_receipts(tank_found)
                   add 1 to receipt_count
               when tran_issue
                   subtract tran_quantity from tank_book(tank_found)
                   add tran_quantity to tank_issues(tank_found)
                   add 1 to issue_count
               when tran_dip
      *> the dip is what is physically there - the book follows it
      *> and the difference is booked as the adjustment.
                   compute tank_dip_variance(tank_found) =
                       tran_quantity - tank_book(tank_found)
                   move tran_quantity to tank_dip_reading(tank_found)
                   set tank_was_dipped(tank_found) to true
                   add tank_dip_variance(tank_found)
                       to tank_adjustments(tank_found)
                   move tran_quantity to tank_book(tank_found)
                   move tank_dip_variance(tank_found) to tran_quantity
                   add 1 to dip_count
           end-evaluate.
           move tran_tank_id to posting_tank_id(posting_total).
           move tran_date to posting_date(posting_total).
           move tran_type to posting_type(posting_total).
           move tran_quantity to posting_quantity(posting_total).
           move tank_book(tank_found) to posting_level(posting_total).
           move tran_reference to posting_reference(posting_total).
           move tank_tran_record to posting_original(posting_total).

        edit_transaction.
           move spaces to tran_error_reason.
           move tran_tank_id to tank_id_in.
           perform find_tank_by_id.
           if tank_found = zero
               move "UNKNOWN TANK" to tran_error_reason
               exit paragraph
           end-if.
           if not tran_receipt and not tran_issue and not tran_dip
               move "UNKNOWN TYPE" to tran_error_reason
               exit paragraph
           end-if.
           if tran_date is not numeric
               move "BAD DATE" to tran_error_reason
               exit paragraph
           end-if.
           if function test-date-yyyymmdd(
                   function numval(tran_date)) not = zero
               move "BAD DATE" to tran_error_reason
               exit paragraph
           end-if.
           move function length(function trim(tran_quantity_text))
               to text_len.
           if text_len = zero
                   or function test-numval(
                       tran_quantity_text(1:text_len)) not = zero
               move "QUANTITY NOT NUMERIC" to tran_error_reason
               exit paragraph
           end-if.
           compute tran_quantity = function numval(
               tran_quantity_text(1:text_len)
           ).
           if tran_quantity < zero
               move "NEGATIVE QUANTITY" to tran_error_reason
               exit paragraph
           end-if.
           if tran_quantity = zero and not tran_dip
               move "ZERO QUANTITY" to tran_error_reason
               exit paragraph
           end-if.
      *> a movement the tank could not physically hold or supply is
      *> a keying error, not a stock position - it waits in the
      *> reject queue rather than drive the book past its limits.
           evaluate true
               when tran_receipt
                   if tank_book(tank_found) + tran_quantity
                           > tank_capacity(tank_found)
                       move "RECEIPT OVER CAPACITY"
                           to tran_error_reason
                   end-if
               when tran_issue
                   if tran_quantity > tank_book(tank_found)
                       move "ISSUE EXCEEDS STOCK" to tran_error_reason
                   end-if
               when tran_dip
                   if tran_quantity > tank_capacity(tank_found)
                       move "DIP OVER CAPACITY" to tran_error_reason
                   end-if
           end-evaluate.

        rewrite_tank_master.
      *> the new master is written complete before it replaces the
      *> live one - a failed write or rename leaves yesterday's
      *> master and today's transactions exactly where they were.
           open output tank_keep_file.
           if tank_keep_status not = '00'
               display "failed to open " tank_keep_filename ": "
                   tank_keep_status
               perform refuse_posting
           end-if.
           move 1 to tank_scan.
           perform until tank_scan > tank_total
               move tank_capacity(tank_scan) to tank_capacity_out
               move tank_book(tank_scan) to tank_level_out
               move spaces to tank_keep_record
               string function trim(tank_id(tank_scan)) " "
                   function trim(tank_capacity_out) " "
                   function trim(tank_level_out)
                   delimited by size into tank_keep_record
               end-string
               write tank_keep_record
               add 1 to tank_scan
           end-perform.
           close tank_keep_file.
           call "CBL_RENAME_FILE" using tank_keep_filename
               tank_filename.
           if return-code not = zero
               display "failed to replace " tank_filename
                   " - posted master left in " tank_keep_filename
               perform refuse_posting
           end-if.
           move zero to return-code.

        refuse_posting.
           string "tank posting failed writing " tank_filename
               " - nothing posted"
               delimited by size into audit_message
           end-string.
           perform log_audit_message.
           move 12 to return-code.
           perform close_audit_log.
           stop run.

        write_stock_ledger.
           if posting_total = zero
               exit paragraph
           end-if.
           open extend stock_ledger_file.
           if stock_ledger_status = '35'
               open output stock_ledger_file
           end-if.
           if stock_ledger_status not = '00'
               display "[WARN] failed to open " stock_ledger_filename
                   ": " stock_ledger_status
                   " - stock ledger not written this run"
               string "failed to open " stock_ledger_filename ": "
                   stock_ledger_status
                   delimited by size into audit_message
               end-string
               perform log_audit_message
               set posting_trail_failed to true
               exit paragraph
           end-if.
           move 1 to posting_scan.
           perform until posting_scan > posting_total
               move posting_tank_id(posting_scan) to stock_tank_id
               move post_stamp to stock_post_ts
               move posting_date(posting_scan) to stock_tran_date
               move posting_type(posting_scan) to stock_type
               move posting_quantity(posting_scan) to stock_quantity
               move posting_level(posting_scan) to stock_book_level
               move posting_reference(posting_scan)
                   to stock_reference
               move space to stock_gap_1
               move space to stock_gap_2
               move space to stock_gap_3
               move space to stock_gap_4
               move space to stock_gap_5
               move space to stock_gap_6
               write stock_ledger_record
               add 1 to posting_scan
           end-perform.
           close stock_ledger_file.

        archive_transactions.
      *> the posted transactions go to a dated archive, not into
      *> thin air, so a posting can be traced back to what was
      *> keyed.
           if posting_total = zero
               exit paragraph
           end-if.
           move spaces to tran_archive_filename.
           string "tanktran_" post_stamp(1:8) ".txt"
               delimited by size into tran_archive_filename
           end-string.
           open extend tran_archive_file.
           if tran_archive_status = '35'
               open output tran_archive_file
           end-if.
           if tran_archive_status not = '00'
               display "[WARN] failed to open "
                   function trim(tran_archive_filename) ": "
                   tran_archive_status
               string "failed to open " tran_archive_filename ": "
                   tran_archive_status
                   delimited by size into audit_message
               end-string
               perform log_audit_message
               set posting_trail_failed to true
               exit paragraph
           end-if.
           move 1 to posting_scan.
           perform until posting_scan > posting_total
               write tran_archive_record
                   from posting_original(posting_scan)
               add 1 to posting_scan
           end-perform.
           close tran_archive_file.

        write_transaction_rejects.
      *> rejects accumulate until someone corrects and re-keys them
      *> - they have already left the transaction queue, so
      *> restating the file would lose yesterday's.
           if reject_total = zero
               exit paragraph
           end-if.
           open extend tran_reject_file.
           if tran_reject_status = '35'
               open output tran_reject_file
           end-if.
           if tran_reject_status not = '00'
               display "[WARN] failed to open " tran_reject_filename
                   ": " tran_reject_status
               string "failed to open " tran_reject_filename ": "
                   tran_reject_status
                   delimited by size into audit_message
               end-string
               perform log_audit_message
               set reject_trail_failed to true
               exit paragraph
           end-if.
           move 1 to reject_scan.
           perform until reject_scan > reject_total
               move reject_original(reject_scan)
                   to tran_reject_original
               move space to tran_reject_gap
               move reject_reason(reject_scan) to tran_reject_reason
               write tran_reject_record
               add 1 to reject_scan
           end-perform.
           close tran_reject_file.

        clear_transaction_queue.
           if tran_read_count = zero
               exit paragraph
           end-if.
           call "CBL_DELETE_FILE" using tran_filename.
           if return-code not = zero
               display "[WARN] failed to clear " tran_filename
                   " - remove it by hand before the next posting"
               string "failed to clear posted " tran_filename
                   delimited by size into audit_message
               end-string
               perform log_audit_message
           end-if.
           move zero to return-code.

        write_stock_report.
           open output report_file.
           if report_file_status not = '00'
               display "[WARN] failed to open " report_filename ": "
                   report_file_status
               exit paragraph
           end-if.
           move spaces to heading_run_date.
           string post_ts(1:4) "-" post_ts(5:2) "-" post_ts(7:2)
               delimited by size into heading_run_date
           end-string.
           move 1 to tank_scan.
           perform until tank_scan > tank_total
               if report_page_number = zero
                       or report_detail_count
                           >= report_lines_per_page
                   perform start_report_page
               end-if
               perform write_tank_line
               add 1 to tank_scan
           end-perform.
           perform write_report_totals.
           perform write_reject_listing.
           close report_file.

        write_tank_line.
           move tank_id(tank_scan) to detail_tank.
           move tank_opening(tank_scan) to detail_opening.
           move tank_receipts(tank_scan) to detail_receipts.
           move tank_issues(tank_scan) to detail_issues.
           move tank_adjustments(tank_scan) to detail_adjustments.
           move tank_book(tank_scan) to detail_closing.
           move spaces to detail_note.
           if tank_was_dipped(tank_scan)
               move tank_dip_reading(tank_scan) to detail_dip
               move tank_dip_variance(tank_scan) to detail_variance
           else
               move zero to detail_dip
               move zero to detail_variance
               move "NO DIP" to detail_note
           end-if.
           if tank_book(tank_scan) > tank_capacity(tank_scan)
               move "OVER CAP" to detail_note
           end-if.
           write report_record from report_detail.
           add 1 to report_detail_count.
           add tank_opening(tank_scan) to grand_opening.
           add tank_receipts(tank_scan) to grand_receipts.
           add tank_issues(tank_scan) to grand_issues.
           add tank_adjustments(tank_scan) to grand_adjustments.
           add tank_book(tank_scan) to grand_closing.

        start_report_page.
           add 1 to report_page_number.
           move report_page_number to heading_page_number.
           if report_page_number > 1
               perform write_report_page_feed
           end-if.
           write report_record from report_heading_1.
           move spaces to report_record.
           write report_record.
           write report_record from report_column_heads.
           move spaces to report_record.
           write report_record.
           move zero to report_detail_count.

        write_report_page_feed.
      *> same one-byte form-feed record day1 uses on fuelrpt.txt,
      *> with the same blank-line fallback when the runtime refuses
      *> control bytes in a line sequential file.
           move x"0c" to report_record.
           write report_record.
           if report_file_status not = '00'
               move spaces to report_record
               write report_record
           end-if.

        write_report_totals.
           move spaces to report_record.
           write report_record.
           move "TOTAL OPENING STOCK" to amount_label.
           move grand_opening to amount_value.
           write report_record from report_amount_line.
           move "TOTAL RECEIPTS" to amount_label.
           move grand_receipts to amount_value.
           write report_record from report_amount_line.
           move "TOTAL ISSUES" to amount_label.
           move grand_issues to amount_value.
           write report_record from report_amount_line.
           move "TOTAL DIP ADJUSTMENTS" to amount_label.
           move grand_adjustments to amount_value.
           write report_record from report_amount_line.
           move "TOTAL CLOSING STOCK" to amount_label.
           move grand_closing to amount_value.
           write report_record from report_amount_line.
           move spaces to report_record.
           write report_record.
           move "RECEIPTS POSTED" to count_label.
           move receipt_count to count_value.
           write report_record from report_count_line.
           move "ISSUES POSTED" to count_label.
           move issue_count to count_value.
           write report_record from report_count_line.
           move "DIP READINGS POSTED" to count_label.
           move dip_count to count_value.
           write report_record from report_count_line.
           move "TRANSACTIONS REJECTED" to count_label.
           move reject_total to count_value.
           write report_record from report_count_line.

        write_reject_listing.
           if reject_total = zero
               exit paragraph
           end-if.
           move spaces to report_record.
           write report_record.
           move spaces to report_record.
           string "TRANSACTIONS REJECTED - MOVED TO "
               tran_reject_filename
               delimited by size into report_record
           end-string.
           write report_record.
           move spaces to report_record.
           write report_record.
           move 1 to reject_scan.
           perform until reject_scan > reject_total
               move reject_original(reject_scan) to reject_text_out
               move reject_reason(reject_scan) to reject_reason_out
               write report_record from reject_detail
               add 1 to reject_scan
           end-perform.

        log_audit_message.
           if audit_log_file_status not = '00'
               move spaces to audit_message
               exit paragraph
           end-if.
           move function current-date to audit_timestamp.
           move audit_timestamp(1:14) to audit_ts_out.
           move space to audit_gap.
           move audit_message to audit_message_out.
           write audit_log_record.
           move spaces to audit_message.

        close_audit_log.
           if audit_log_file_status = '00'
               close audit_log_file
           end-if.
