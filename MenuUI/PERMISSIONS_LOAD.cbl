           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "REFUND_DESK" TO PERM-PROGRAM
           MOVE "Refund Checks" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "FLOORPLAN_DESK" TO PERM-PROGRAM
           MOVE "Floor Plan" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "FLOORPLAN_DESK" TO PERM-PROGRAM
           MOVE "Floor Plan" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "SALES" TO PERM-LEVEL
           MOVE "CONSIGN_DESK" TO PERM-PROGRAM
           MOVE "Consignments" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "CONSIGN_DESK" TO PERM-PROGRAM
           MOVE "Consignments" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "COLLECT_DESK" TO PERM-PROGRAM
           MOVE "Collections" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "COLLECT_DESK" TO PERM-PROGRAM
           MOVE "Collections" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "WITHHOLD_ADMIN" TO PERM-PROGRAM
           MOVE "Withholding Tables" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "PAYEE_1099_ADMIN" TO PERM-PROGRAM
           MOVE "1099 Payees (W-9)" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "AP_INVOICE_DESK" TO PERM-PROGRAM
           MOVE "AP Invoices" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "AP_INVOICE_DESK" TO PERM-PROGRAM
           MOVE "AP Invoices" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "CHECK_DESK" TO PERM-PROGRAM
           MOVE "Check Register" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "CHECK_DESK" TO PERM-PROGRAM
           MOVE "Check Register" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "FINANCE_CHARGE" TO PERM-PROGRAM
           MOVE "Finance Charges" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "FINANCE_CHARGE" TO PERM-PROGRAM
           MOVE "Finance Charges" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "BAD_DEBT_DESK" TO PERM-PROGRAM
           MOVE "Bad Debt Write-Off" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "BAD_DEBT_DESK" TO PERM-PROGRAM
           MOVE "Bad Debt Write-Off" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "CASH_8300" TO PERM-PROGRAM
           MOVE "Form 8300 Cash" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "CASH_8300" TO PERM-PROGRAM
           MOVE "Form 8300 Cash" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "COMPLIANCE_DESK" TO PERM-PROGRAM
           MOVE "OFAC Compliance" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "COMPLIANCE_DESK" TO PERM-PROGRAM
           MOVE "OFAC Compliance" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "COMM_PLAN_DESK" TO PERM-PROGRAM
           MOVE "Commission Plans" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "SALES" TO PERM-LEVEL
           MOVE "APPRAISAL_DESK" TO PERM-PROGRAM
           MOVE "Trade Appraisals" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "APPRAISAL_DESK" TO PERM-PROGRAM
           MOVE "Trade Appraisals" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "RECON_BOARD" TO PERM-PROGRAM
           MOVE "Recon Pipeline" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "RECON_BOARD" TO PERM-PROGRAM
           MOVE "Recon Pipeline" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "SALES" TO PERM-LEVEL
           MOVE "WE_OWE_DESK" TO PERM-PROGRAM
           MOVE "We-Owe Items" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "WE_OWE_DESK" TO PERM-PROGRAM
           MOVE "We-Owe Items" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "WE_OWE_DESK" TO PERM-PROGRAM
           MOVE "We-Owe Items" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "SALES" TO PERM-LEVEL
           MOVE "QUOTE_DESK" TO PERM-PROGRAM
           MOVE "Deal Quotes" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "QUOTE_DESK" TO PERM-PROGRAM
           MOVE "Deal Quotes" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "QUOTE_DESK" TO PERM-PROGRAM
           MOVE "Deal Quotes" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "SALES" TO PERM-LEVEL
           MOVE "FLOOR_TRAFFIC" TO PERM-PROGRAM
           MOVE "Floor Traffic" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "FLOOR_TRAFFIC" TO PERM-PROGRAM
           MOVE "Floor Traffic" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "FLOOR_TRAFFIC" TO PERM-PROGRAM
           MOVE "Floor Traffic" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "TITLE_DESK" TO PERM-PROGRAM
           MOVE "Title Desk" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "TITLE_DESK" TO PERM-PROGRAM
           MOVE "Title Desk" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "LOT_AUDIT" TO PERM-PROGRAM
           MOVE "Lot Walk Audit" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "LOT_AUDIT" TO PERM-PROGRAM
           MOVE "Lot Walk Audit" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "CSI_SURVEY" TO PERM-PROGRAM
           MOVE "CSI Surveys" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "CSI_SURVEY" TO PERM-PROGRAM
           MOVE "CSI Surveys" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "SALES" TO PERM-LEVEL
           MOVE "LOYALTY_DESK" TO PERM-PROGRAM
           MOVE "Loyalty Points" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "LOYALTY_DESK" TO PERM-PROGRAM
           MOVE "Loyalty Points" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "LOYALTY_DESK" TO PERM-PROGRAM
           MOVE "Loyalty Points" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "TAX_EXEMPT_DESK" TO PERM-PROGRAM
           MOVE "Tax Exempt Certs" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "TAX_EXEMPT_DESK" TO PERM-PROGRAM
           MOVE "Tax Exempt Certs" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "CHANGE_INQUIRY" TO PERM-PROGRAM
           MOVE "Change Journal" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "CHANGE_INQUIRY" TO PERM-PROGRAM
           MOVE "Change Journal" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "OFFBOARD_DESK" TO PERM-PROGRAM
           MOVE "Offboarding" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "OFFBOARD_DESK" TO PERM-PROGRAM
           MOVE "Offboarding" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "CUST_PRIVACY" TO PERM-PROGRAM
           MOVE "Customer Privacy" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "CUST_PRIVACY" TO PERM-PROGRAM
           MOVE "Customer Privacy" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "SERIAL_DESK" TO PERM-PROGRAM
           MOVE "Serial Warranty" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "SERIAL_DESK" TO PERM-PROGRAM
           MOVE "Serial Warranty" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "CALENDAR_DESK" TO PERM-PROGRAM
           MOVE "Shop Calendar" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "CALENDAR_DESK" TO PERM-PROGRAM
           MOVE "Shop Calendar" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "WEB_APPT_DESK" TO PERM-PROGRAM
           MOVE "Web Appointments" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "WEB_APPT_DESK" TO PERM-PROGRAM
           MOVE "Web Appointments" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "TIRE_DESK" TO PERM-PROGRAM
           MOVE "Tire Storage" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "TIRE_DESK" TO PERM-PROGRAM
           MOVE "Tire Storage" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "MANAG" TO PERM-LEVEL
           MOVE "DISPATCH_BOARD" TO PERM-PROGRAM
           MOVE "Dispatch Board" TO PERM-DISPLAY
           WRITE PERM-REC
           MOVE "ADMIN" TO PERM-LEVEL
           MOVE "DISPATCH_BOARD" TO PERM-PROGRAM
           MOVE "Dispatch Board" TO PERM-DISPLAY
           WRITE PERM-REC.
       END PROGRAM PERMISSIONS_LOAD.
