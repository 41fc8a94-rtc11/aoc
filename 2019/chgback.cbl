        IDENTIFICATION DIVISION.
        program-id. chgback.

        *> month-end fuel chargeback: reads the run ledger for one
        *> month, costs every module's part-2 fuel at the price in
        *> effect on the date of the run it was posted in (the same
        *> fuelprice.txt day1 costs from, validated the same way),
        *> and bills it to the desk the section master names as
        *> responsible for the section the module was loaded under.
        *> prints one chargeback statement per desk, section by
        *> section, and writes the general-ledger journal interface
        *> file finance loads: one debit per desk cost centre, one
        *> credit to fuel inventory, and a trailer whose control
        *> totals balance to the month's costed fuel. ledger lines
        *> no price covers are listed and left out of the journal;
        *> fuel loaded outside any section, or under a section the
        *> master does not know, is billed to a holding centre for
        *> finance to clear. a month ledgroll has already rolled off
        *> the live ledger is charged from its detail archive
        *> (ledgarch_yyyymm.txt), so a late or repeated chargeback
        *> still sees every entry.
        *>
        *> run-control deck (CHGBACK_PARM_FILE, default
        *> chgparm.txt), KEYWORD=value:
        *>     MONTH=yyyymm              month to charge (required)
        *>     INVENTORY_ACCOUNT=...     credit account (FUEL-INVENTORY)
        *>     UNASSIGNED_CENTRE=...     holding centre (UNASSIGNED)
        *>     JOURNAL_FILE=...          default gljrnl_yyyymm.txt

        ENVIRONMENT DIVISION.
        input-output section.
        file-control.
            select parm_file assign to parm_filename
                organization is line sequential
                status is parm_file_status.
            select run_ledger_file assign to run_ledger_filename
                organization is indexed
                access is sequential
                record key is ledger_key
                status is run_ledger_status.
            select ledger_archive_file
                assign to ledger_archive_filename
                organization is line sequential
                status is ledger_archive_status.
            select price_file assign to price_filename
                organization is line sequential
                status is price_file_status.
            select section_master_file
                assign to section_master_filename
                organization is line sequential
                status is section_master_status.
            select report_file assign to report_filename
                organization is line sequential
                status is report_file_status.
            select journal_file assign to journal_filename
                organization is line sequential
                status is journal_file_status.

        DATA DIVISION.
        file section.
        fd parm_file.
        01 parm_record pic x(80).

        fd run_ledger_file.
        copy "runledg.cpy".

        fd ledger_archive_file.
        01 ledger_archive_record pic x(142).

        fd price_file.
        01 price_record pic x(40). *> effective date, price per unit

        fd section_master_file.
        01 section_master_record.
            05 sect_mast_name_in pic x(30).
            05 filler pic x(1).
            05 sect_mast_limit_text pic x(14).
            05 filler pic x(1).
            05 sect_mast_desk_in pic x(20).

        fd report_file.
        01 report_record pic x(132).

        fd journal_file.
        01 journal_record pic x(100).
        01 journal_header_record redefines journal_record.
            05 jrnl_hdr_type pic x(1).
            05 jrnl_hdr_batch pic x(12).
            05 jrnl_hdr_period pic x(6).
            05 jrnl_hdr_created pic x(14).
            05 jrnl_hdr_source pic x(10).
            05 filler pic x(57).
        01 journal_detail_record redefines journal_record.
            05 jrnl_dtl_type pic x(1).
            05 jrnl_dtl_batch pic x(12).
            05 jrnl_dtl_account pic x(20).
            05 jrnl_dtl_dr_cr pic x(1).
            05 jrnl_dtl_amount pic 9(13)v99.
            05 jrnl_dtl_quantity pic s9(11)v99
                sign is leading separate.
            05 jrnl_dtl_description pic x(30).
            05 filler pic x(7).
        01 journal_trailer_record redefines journal_record.
            05 jrnl_trl_type pic x(1).
            05 jrnl_trl_batch pic x(12).
            05 jrnl_trl_count pic 9(7).
            05 jrnl_trl_debits pic 9(13)v99.
            05 jrnl_trl_credits pic 9(13)v99.
            05 jrnl_trl_quantity pic s9(11)v99
                sign is leading separate.
            05 filler pic x(36).

        working-storage section.
        01 parm_filename pic x(40).
        01 parm_file_status pic xx.
        01 parm_eof_flag pic x value 'n'.
            88 parm_eof value 'y'.
        01 parm_keyword pic x(20).
        01 parm_value pic x(60).
        01 parm_error_count pic 99 value zero.
        01 parm_text_len pic 99.
        01 charge_month pic x(6) value spaces.
        01 inventory_account pic x(20) value "FUEL-INVENTORY".
        01 unassigned_centre pic x(20) value "UNASSIGNED".
        01 run_ledger_filename pic x(13) value "runledger.dat".
        01 run_ledger_status pic xx.
        01 run_ledger_eof_flag pic x value 'n'.
            88 run_ledger_eof value 'y'.
        01 ledger_archive_filename pic x(20).
        01 ledger_archive_status pic xx.
        01 ledger_archive_eof_flag pic x value 'n'.
            88 ledger_archive_eof value 'y'.
        01 price_filename pic x(13) value "fuelprice.txt".
        01 price_file_status pic xx.
        01 price_eof_flag pic x value 'n'.
            88 price_eof value 'y'.
        01 price_table_data.
            05 price_entry occurs 50 times.
                10 price_effective_date pic x(8).
                10 price_per_unit pic 9(5)v9(4).
        01 price_total pic 99 value zero.
        01 price_scan pic 99.
        01 price_date_text pic x(8).
        01 price_value_text pic x(14).
        01 price_work pic 9(5)v9(4).
        01 price_effective_used pic x(8).
        01 price_lookup_date pic x(8).
        01 price_found pic 9(5)v9(4).
        01 section_master_filename pic x(12) value "sectmast.txt".
        01 section_master_status pic xx.
        01 section_master_eof_flag pic x value 'n'.
            88 section_master_eof value 'y'.
        01 section_master_table.
            05 section_master_entry occurs 50 times.
                10 sect_mast_name pic x(30).
                10 sect_mast_desk pic x(20).
        01 section_master_total pic 99 value zero.
        01 sect_mast_scan pic 99.
        01 sect_mast_found pic 99.
        01 report_filename pic x(12) value "chgbkrpt.txt".
        01 report_file_status pic xx.
        01 journal_filename pic x(40) value spaces.
        01 journal_file_status pic xx.
        01 journal_batch pic x(12).
        01 run_ts pic x(21).
        01 charge_section_table.
            05 charge_section_entry occurs 60 times.
                10 charge_sect_name pic x(30).
                10 charge_sect_desk pic x(20).
                10 charge_sect_entries pic 9(7).
                10 charge_sect_fuel pic s9(11)v99.
                10 charge_sect_cost pic s9(13)v99.
        01 charge_section_total pic 99 value zero.
        01 charge_sect_scan pic 99.
        01 charge_sect_found pic 99.
        01 charge_desk_table.
            05 charge_desk_entry occurs 60 times.
                10 charge_desk_name pic x(20).
                10 charge_desk_entries pic 9(7).
                10 charge_desk_fuel pic s9(11)v99.
                10 charge_desk_cost pic s9(13)v99.
        01 charge_desk_total pic 99 value zero.
        01 charge_desk_scan pic 99.
        01 charge_desk_found pic 99.
        01 charge_overflow_flag pic x value 'n'.
            88 charge_overflow value 'y'.
        01 entry_section pic x(30).
        01 entry_desk pic x(20).
        01 entry_cost pic s9(11)v99.
        01 ledger_read_count pic 9(7) value zero.
        01 month_entry_count pic 9(7) value zero.
        01 costed_entry_count pic 9(7) value zero.
        01 unassigned_entry_count pic 9(7) value zero.
        01 desks_charged_count pic 99 value zero.
        01 uncosted_table.
            05 uncosted_entry occurs 500 times.
                10 uncosted_module_id pic x(10).
                10 uncosted_run_ts pic x(14).
                10 uncosted_fuel pic s9(7)v99.
        01 uncosted_total pic 9(4) value zero.
        01 uncosted_scan pic 9(4).
        01 uncosted_fuel_total pic s9(11)v99 value zero.
        01 grand_fuel pic s9(11)v99 value zero.
        01 grand_cost pic s9(13)v99 value zero.
        01 journal_debits pic 9(13)v99 value zero.
        01 journal_credits pic 9(13)v99 value zero.
        01 journal_record_count pic 9(7) value zero.
        01 report_page_number pic 9(4) value zero.
        01 report_heading_1.
            05 filler pic x(8) value "REPORT: ".
            05 filler pic x(34)
                value "MONTHLY FUEL CHARGEBACK".
            05 filler pic x(10) value "RUN DATE: ".
            05 heading_run_date pic x(10).
            05 filler pic x(8) value "   PAGE ".
            05 heading_page_number pic zzz9.
        01 statement_heading.
            05 filler pic x(22) value "CHARGEBACK STATEMENT: ".
            05 statement_desk pic x(20).
            05 filler pic x(10) value "  PERIOD: ".
            05 statement_period pic x(7).
        01 statement_column_heads.
            05 filler pic x(32) value "SECTION".
            05 filler pic x(10) value "   ENTRIES".
            05 filler pic x(2).
            05 filler pic x(16) value "     PART-2 FUEL".
            05 filler pic x(2).
            05 filler pic x(18) value "              COST".
        01 statement_detail.
            05 stmt_section pic x(30).
            05 filler pic x(2).
            05 stmt_entries pic z(9)9.
            05 filler pic x(2).
            05 stmt_fuel pic z(11)9.99-.
            05 filler pic x(2).
            05 stmt_cost pic z(13)9.99-.
        01 report_amount_line.
            05 amount_label pic x(30).
            05 amount_value pic z(13)9.99-.
        01 report_count_line.
            05 count_label pic x(30).
            05 count_value pic z(6)9.
        01 uncosted_detail.
            05 unc_module pic x(10).
            05 filler pic x(2).
            05 unc_run_ts pic x(14).
            05 filler pic x(2).
            05 unc_fuel pic z(7)9.99-.

        PROCEDURE DIVISION.
        main.
           move function current-date to run_ts
           perform get_run_parameters
           perform load_price_table
           if price_total = zero
               display "no usable prices in " price_filename
                   " - nothing can be costed"
               move 12 to return-code
               stop run
           end-if
           perform load_section_master
           perform read_run_ledger
           if month_entry_count = zero
               display "no run ledger entries for " charge_month
                   " - no chargeback produced"
               move 4 to return-code
               stop run
           end-if
           perform write_statements
           perform write_journal
           display month_entry_count " ledger entries for "
               charge_month ", " costed_entry_count " costed"
           display "chargeback statements written to "
               report_filename
           display "journal written to " function trim(journal_filename)
               ": debits " journal_debits " credits " journal_credits
           if uncosted_total > zero or unassigned_entry_count > zero
                   or charge_overflow
               move 4 to return-code
           else
               move zero to return-code
           end-if
           stop run.

        get_run_parameters.
           accept parm_filename
               from environment "CHGBACK_PARM_FILE".
           if parm_filename = spaces
               move "chgparm.txt" to parm_filename
           end-if.
           perform read_parm_file.
           if charge_month = spaces
               display "[PARM] MONTH names no month to charge"
               add 1 to parm_error_count
           end-if.
           if parm_error_count > zero
               display "run rejected: " parm_error_count
                   " error(s) in "
                   function trim(parm_filename)
                   " - fix the run-control deck and resubmit"
               move 16 to return-code
               stop run
           end-if.
           move spaces to journal_batch.
           string "FUELCB" charge_month
               delimited by size into journal_batch
           end-string.
           if journal_filename = spaces
               string "gljrnl_" charge_month ".txt"
                   delimited by size into journal_filename
               end-string
           end-if.
           display "charging fuel for " charge_month(1:4) "-"
               charge_month(5:2).

        read_parm_file.
           open input parm_file.
           if parm_file_status not = '00'
               display "[PARM] run-control file "
                   function trim(parm_filename)
                   " could not be opened: " parm_file_status
               add 1 to parm_error_count
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
               when "MONTH"
                   perform apply_month_parm
               when "INVENTORY_ACCOUNT"
                   move parm_value to inventory_account
               when "UNASSIGNED_CENTRE"
                   move parm_value to unassigned_centre
               when "JOURNAL_FILE"
                   move parm_value to journal_filename
               when other
                   display "[PARM] unknown keyword '"
                       function trim(parm_keyword) "'"
                   add 1 to parm_error_count
           end-evaluate.

        apply_month_parm.
           move function length(function trim(parm_value))
               to parm_text_len.
           if parm_text_len not = 6
                   or parm_value(1:6) is not numeric
               display "[PARM] MONTH '" function trim(parm_value)
                   "' is not yyyymm"
               add 1 to parm_error_count
               exit paragraph
           end-if.
           if parm_value(5:2) < "01" or parm_value(5:2) > "12"
               display "[PARM] MONTH '" function trim(parm_value)
                   "' has no such month"
               add 1 to parm_error_count
               exit paragraph
           end-if.
           move parm_value(1:6) to charge_month.

        load_price_table.
           open input price_file.
           if price_file_status not = '00'
               display "failed to open " price_filename ": "
                   price_file_status
               exit paragraph
           end-if.
           move 'n' to price_eof_flag.
           perform until price_eof or price_total >= 50
               read price_file
                   at end
                       set price_eof to true
                   not at end
                       perform store_one_price
               end-read
           end-perform.
           if not price_eof
               display "[WARN] " price_filename " holds more than 50"
                   " prices - prices past the 50th were dropped"
           end-if.
           close price_file.

        store_one_price.
      *> the same edits day1 applies, so a month is charged at the
      *> prices its runs were costed at.
           move spaces to price_date_text.
           move spaces to price_value_text.
           unstring price_record delimited by all " "
               into price_date_text price_value_text
           end-unstring.
           move function length(function trim(price_date_text))
               to parm_text_len.
           if parm_text_len not = 8
                   or function test-numval(price_date_text(1:8))
                       not = zero
               display "[WARN] price entry with bad effective date '"
                   function trim(price_date_text) "' - dropped"
               exit paragraph
           end-if.
           move function length(function trim(price_value_text))
               to parm_text_len.
           if parm_text_len = zero
                   or function test-numval(
                       price_value_text(1:parm_text_len)) not = zero
               display "[WARN] price effective " price_date_text(1:8)
                   " is not numeric - dropped"
               exit paragraph
           end-if.
           compute price_work = function numval(
               price_value_text(1:parm_text_len)
           ).
           if price_work = zero
               display "[WARN] price effective " price_date_text(1:8)
                   " is zero - dropped"
               exit paragraph
           end-if.
           add 1 to price_total.
           move price_date_text(1:8)
               to price_effective_date(price_total).
           move price_work to price_per_unit(price_total).

        find_price_for_run.
      *> the price in effect is the latest effective date on or
      *> before the run's date - select_effective_price's rule,
      *> applied per ledger entry.
      *> a reversal is credited at the price its run was charged.
           if ledger_reversal
               move ledger_reversed_run_ts(1:8) to price_lookup_date
           else
               move ledger_run_ts(1:8) to price_lookup_date
           end-if.
           move spaces to price_effective_used.
           move zero to price_found.
           move 1 to price_scan.
           perform until price_scan > price_total
               if price_effective_date(price_scan)
                       <= price_lookup_date
                   if price_effective_used = spaces
                           or price_effective_date(price_scan)
                               > price_effective_used
                       move price_effective_date(price_scan)
                           to price_effective_used
                       move price_per_unit(price_scan)
                           to price_found
                   end-if
               end-if
               add 1 to price_scan
           end-perform.

        load_section_master.
           open input section_master_file.
           if section_master_status not = '00'
               display "[WARN] failed to open "
                   section_master_filename ": "
                   section_master_status
                   " - all fuel billed to "
                   function trim(unassigned_centre)
               exit paragraph
           end-if.
           move 'n' to section_master_eof_flag.
           perform until section_master_eof
                   or section_master_total >= 50
               read section_master_file
                   at end
                       set section_master_eof to true
                   not at end
                       perform store_one_section
               end-read
           end-perform.
           if not section_master_eof
               display "[WARN] " section_master_filename " holds"
                   " more than 50 sections - sections past the 50th"
                   " were dropped"
           end-if.
           close section_master_file.

        store_one_section.
      *> only the name and desk matter to billing - a section whose
      *> capacity limit day1 would refuse is still somebody's bill.
           if section_master_record = spaces
               exit paragraph
           end-if.
           add 1 to section_master_total.
           move sect_mast_name_in
               to sect_mast_name(section_master_total).
           move sect_mast_desk_in
               to sect_mast_desk(section_master_total).
           if sect_mast_desk_in = spaces
               display "[WARN] section "
                   function trim(sect_mast_name_in)
                   " names no responsible desk - billed to "
                   function trim(unassigned_centre)
           end-if.

        read_run_ledger.
      *> the holding centre is seeded first so there is always a
      *> desk line to take a cost the desk table has no room for.
           move 1 to charge_desk_total.
           move unassigned_centre to charge_desk_name(1).
           move zero to charge_desk_entries(1).
           move zero to charge_desk_fuel(1).
           move zero to charge_desk_cost(1).
           open input run_ledger_file.
           if run_ledger_status = '00'
               perform until run_ledger_eof
                   read run_ledger_file
                       at end
                           set run_ledger_eof to true
                       not at end
                           perform charge_one_entry
                   end-read
               end-perform
               close run_ledger_file
           else
               if run_ledger_status not = '35'
                   display "failed to open " run_ledger_filename ": "
                       run_ledger_status
                   move 12 to return-code
                   stop run
               end-if
           end-if.
      *> once the month is rolled up its detail lives only in the
      *> archive - the entries there are charged exactly as if they
      *> were still on the ledger.
           move spaces to ledger_archive_filename.
           string "ledgarch_" charge_month ".txt"
               delimited by size into ledger_archive_filename
           end-string.
           open input ledger_archive_file.
           if ledger_archive_status = '00'
               display "month " charge_month " rolled up - reading "
                   function trim(ledger_archive_filename)
               perform until ledger_archive_eof
                   read ledger_archive_file
                       at end
                           set ledger_archive_eof to true
                       not at end
                           move ledger_archive_record to ledger_record
                           perform charge_one_entry
                   end-read
               end-perform
               close ledger_archive_file
           else
               if run_ledger_status not = '00'
                   display "failed to open " run_ledger_filename ": "
                       run_ledger_status " and no "
                       function trim(ledger_archive_filename)
                   move 12 to return-code
                   stop run
               end-if
           end-if.

        charge_one_entry.
           add 1 to ledger_read_count.
           if ledger_run_ts(1:6) not = charge_month
               exit paragraph
           end-if.
           add 1 to month_entry_count.
           perform find_price_for_run.
           if price_effective_used = spaces
               add ledger_fuel_p2 to uncosted_fuel_total
               if uncosted_total < 500
                   add 1 to uncosted_total
                   move ledger_module_id
                       to uncosted_module_id(uncosted_total)
                   move ledger_run_ts to uncosted_run_ts(uncosted_total)
                   move ledger_fuel_p2 to uncosted_fuel(uncosted_total)
               end-if
               exit paragraph
           end-if.
           compute entry_cost rounded = ledger_fuel_p2 * price_found.
           add 1 to costed_entry_count.
           move ledger_section to entry_section.
           if entry_section = spaces
               move "(NO SECTION)" to entry_section
           end-if.
           move zero to sect_mast_found.
           move 1 to sect_mast_scan.
           perform until sect_mast_scan > section_master_total
                   or sect_mast_found > zero
               if sect_mast_name(sect_mast_scan) = ledger_section
                   move sect_mast_scan to sect_mast_found
               end-if
               add 1 to sect_mast_scan
           end-perform.
           move unassigned_centre to entry_desk.
           if sect_mast_found > zero and ledger_section not = spaces
               if sect_mast_desk(sect_mast_found) not = spaces
                   move sect_mast_desk(sect_mast_found) to entry_desk
               end-if
           end-if.
           if entry_desk = unassigned_centre
               add 1 to unassigned_entry_count
           end-if.
           perform add_to_section_total.
           perform add_to_desk_total.
           add ledger_fuel_p2 to grand_fuel.
           add entry_cost to grand_cost.

        add_to_section_total.
           move zero to charge_sect_found.
           move 1 to charge_sect_scan.
           perform until charge_sect_scan > charge_section_total
                   or charge_sect_found > zero
               if charge_sect_name(charge_sect_scan) = entry_section
                       and charge_sect_desk(charge_sect_scan)
                           = entry_desk
                   move charge_sect_scan to charge_sect_found
               end-if
               add 1 to charge_sect_scan
           end-perform.
           if charge_sect_found = zero
               if charge_section_total >= 60
      *> the desk total still takes the cost - only the section
      *> breakdown on the statement loses the line.
                   if not charge_overflow
                       display "[WARN] more than 60 sections charged"
                           " - statement breakdown incomplete"
                       set charge_overflow to true
                   end-if
                   exit paragraph
               end-if
               add 1 to charge_section_total
               move charge_section_total to charge_sect_found
               move entry_section to charge_sect_name(charge_sect_found)
               move entry_desk to charge_sect_desk(charge_sect_found)
               move zero to charge_sect_entries(charge_sect_found)
               move zero to charge_sect_fuel(charge_sect_found)
               move zero to charge_sect_cost(charge_sect_found)
           end-if.
           add 1 to charge_sect_entries(charge_sect_found).
           add ledger_fuel_p2 to charge_sect_fuel(charge_sect_found).
           add entry_cost to charge_sect_cost(charge_sect_found).

        add_to_desk_total.
           move zero to charge_desk_found.
           move 1 to charge_desk_scan.
           perform until charge_desk_scan > charge_desk_total
                   or charge_desk_found > zero
               if charge_desk_name(charge_desk_scan) = entry_desk
                   move charge_desk_scan to charge_desk_found
               end-if
               add 1 to charge_desk_scan
           end-perform.
           if charge_desk_found = zero
               if charge_desk_total >= 60
      *> a cost with no desk line would unbalance the journal -
      *> it goes to the holding centre, which is always first in.
                   if not charge_overflow
                       display "[WARN] more than 60 desks charged"
                           " - later desks billed to "
                           function trim(unassigned_centre)
                       set charge_overflow to true
                   end-if
                   move unassigned_centre to entry_desk
                   add 1 to unassigned_entry_count
                   move 1 to charge_desk_found
               else
                   add 1 to charge_desk_total
                   move charge_desk_total to charge_desk_found
                   move entry_desk
                       to charge_desk_name(charge_desk_found)
                   move zero to charge_desk_entries(charge_desk_found)
                   move zero to charge_desk_fuel(charge_desk_found)
                   move zero to charge_desk_cost(charge_desk_found)
               end-if
           end-if.
           add 1 to charge_desk_entries(charge_desk_found).
           add ledger_fuel_p2 to charge_desk_fuel(charge_desk_found).
           add entry_cost to charge_desk_cost(charge_desk_found).

        write_statements.
           open output report_file.
           if report_file_status not = '00'
               display "failed to open " report_filename ": "
                   report_file_status
               move 12 to return-code
               stop run
           end-if.
           move spaces to heading_run_date.
           string run_ts(1:4) "-" run_ts(5:2) "-" run_ts(7:2)
               delimited by size into heading_run_date
           end-string.
           move spaces to statement_period.
           string charge_month(1:4) "-" charge_month(5:2)
               delimited by size into statement_period
           end-string.
           move 1 to charge_desk_scan.
           perform until charge_desk_scan > charge_desk_total
               if charge_desk_entries(charge_desk_scan) > zero
                   perform write_one_statement
                   add 1 to desks_charged_count
               end-if
               add 1 to charge_desk_scan
           end-perform.
           perform write_control_page.
           close report_file.

        write_one_statement.
      *> one page per desk - each statement goes to its own desk.
           perform start_report_page.
           move charge_desk_name(charge_desk_scan) to statement_desk.
           write report_record from statement_heading.
           move spaces to report_record.
           write report_record.
           write report_record from statement_column_heads.
           move spaces to report_record.
           write report_record.
           move 1 to charge_sect_scan.
           perform until charge_sect_scan > charge_section_total
               if charge_sect_desk(charge_sect_scan)
                       = charge_desk_name(charge_desk_scan)
                   move charge_sect_name(charge_sect_scan)
                       to stmt_section
                   move charge_sect_entries(charge_sect_scan)
                       to stmt_entries
                   move charge_sect_fuel(charge_sect_scan)
                       to stmt_fuel
                   move charge_sect_cost(charge_sect_scan)
                       to stmt_cost
                   write report_record from statement_detail
               end-if
               add 1 to charge_sect_scan
           end-perform.
           move spaces to report_record.
           write report_record.
           move "DESK TOTAL" to stmt_section.
           move charge_desk_fuel(charge_desk_scan) to stmt_fuel.
           move charge_desk_cost(charge_desk_scan) to stmt_cost.
           move charge_desk_entries(charge_desk_scan) to stmt_entries.
           write report_record from statement_detail.

        start_report_page.
           add 1 to report_page_number.
           move report_page_number to heading_page_number.
           if report_page_number > 1
               perform write_report_page_feed
           end-if.
           write report_record from report_heading_1.
           move spaces to report_record.
           write report_record.

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

        write_control_page.
           perform start_report_page.
           move spaces to report_record.
           string "CHARGEBACK CONTROL TOTALS FOR " statement_period
               delimited by size into report_record
           end-string.
           write report_record.
           move spaces to report_record.
           write report_record.
           move "LEDGER ENTRIES IN MONTH" to count_label.
           move month_entry_count to count_value.
           write report_record from report_count_line.
           move "ENTRIES COSTED" to count_label.
           move costed_entry_count to count_value.
           write report_record from report_count_line.
           move "ENTRIES NOT COSTED" to count_label.
           move uncosted_total to count_value.
           write report_record from report_count_line.
           move "ENTRIES TO HOLDING CENTRE" to count_label.
           move unassigned_entry_count to count_value.
           write report_record from report_count_line.
           move "DESKS CHARGED" to count_label.
           move desks_charged_count to count_value.
           write report_record from report_count_line.
           move "PART-2 FUEL COSTED" to amount_label.
           move grand_fuel to amount_value.
           write report_record from report_amount_line.
           move "PART-2 FUEL NOT COSTED" to amount_label.
           move uncosted_fuel_total to amount_value.
           write report_record from report_amount_line.
           move "TOTAL CHARGED" to amount_label.
           move grand_cost to amount_value.
           write report_record from report_amount_line.
           if uncosted_total = zero
               exit paragraph
           end-if.
           move spaces to report_record.
           write report_record.
           move "ENTRIES WITH NO PRICE IN EFFECT ON THEIR RUN DATE"
               to report_record.
           write report_record.
           move spaces to report_record.
           write report_record.
           move 1 to uncosted_scan.
           perform until uncosted_scan > uncosted_total
               move uncosted_module_id(uncosted_scan) to unc_module
               move uncosted_run_ts(uncosted_scan) to unc_run_ts
               move uncosted_fuel(uncosted_scan) to unc_fuel
               write report_record from uncosted_detail
               add 1 to uncosted_scan
           end-perform.

        write_journal.
      *> one debit per desk cost centre and one balancing credit to
      *> fuel inventory. a desk whose month nets negative (fuel
      *> backed out after an earlier month's charge) is credited
      *> rather than sent a negative debit, and inventory takes the
      *> other side - the journal always balances.
           open output journal_file.
           if journal_file_status not = '00'
               display "failed to open "
                   function trim(journal_filename) ": "
                   journal_file_status
               move 12 to return-code
               stop run
           end-if.
           move spaces to journal_header_record.
           move "H" to jrnl_hdr_type.
           move journal_batch to jrnl_hdr_batch.
           move charge_month to jrnl_hdr_period.
           move run_ts(1:14) to jrnl_hdr_created.
           move "CHGBACK" to jrnl_hdr_source.
           write journal_header_record.
           add 1 to journal_record_count.
           move 1 to charge_desk_scan.
           perform until charge_desk_scan > charge_desk_total
               if charge_desk_entries(charge_desk_scan) > zero
                   perform write_desk_journal_line
               end-if
               add 1 to charge_desk_scan
           end-perform.
           move spaces to journal_detail_record.
           move "D" to jrnl_dtl_type.
           move journal_batch to jrnl_dtl_batch.
           move inventory_account to jrnl_dtl_account.
           if grand_cost < zero
               move "D" to jrnl_dtl_dr_cr
               compute jrnl_dtl_amount = zero - grand_cost
               add jrnl_dtl_amount to journal_debits
           else
               move "C" to jrnl_dtl_dr_cr
               move grand_cost to jrnl_dtl_amount
               add jrnl_dtl_amount to journal_credits
           end-if.
           move grand_fuel to jrnl_dtl_quantity.
           move spaces to jrnl_dtl_description.
           string "FUEL ISSUED " statement_period
               delimited by size into jrnl_dtl_description
           end-string.
           write journal_detail_record.
           add 1 to journal_record_count.
           move spaces to journal_trailer_record.
           move "T" to jrnl_trl_type.
           move journal_batch to jrnl_trl_batch.
           add 1 to journal_record_count.
           move journal_record_count to jrnl_trl_count.
           move journal_debits to jrnl_trl_debits.
           move journal_credits to jrnl_trl_credits.
           move grand_fuel to jrnl_trl_quantity.
           write journal_trailer_record.
           close journal_file.

        write_desk_journal_line.
           move spaces to journal_detail_record.
           move "D" to jrnl_dtl_type.
           move journal_batch to jrnl_dtl_batch.
           move charge_desk_name(charge_desk_scan) to jrnl_dtl_account.
           if charge_desk_cost(charge_desk_scan) < zero
               move "C" to jrnl_dtl_dr_cr
               compute jrnl_dtl_amount =
                   zero - charge_desk_cost(charge_desk_scan)
               add jrnl_dtl_amount to journal_credits
           else
               move "D" to jrnl_dtl_dr_cr
               move charge_desk_cost(charge_desk_scan)
                   to jrnl_dtl_amount
               add jrnl_dtl_amount to journal_debits
           end-if.
           move charge_desk_fuel(charge_desk_scan) to jrnl_dtl_quantity.
           move spaces to jrnl_dtl_description.
           string "FUEL CHARGEBACK " statement_period
               delimited by size into jrnl_dtl_description
           end-string.
           write journal_detail_record.
           add 1 to journal_record_count.
