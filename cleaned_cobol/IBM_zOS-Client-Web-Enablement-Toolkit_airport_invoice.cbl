*> of 5 calls), prints the expected-invoice statement, and flags
*> every day where the desk-keyed INVOICE figure diverges past the
*> tolerance.  Flagged days end the job RC=4.
*> The latest per-call rate keyed for each provider in the month
*> prices its calls, so the statement closes with the charge the
*> invoice should come to; a provider with calls but no rate keyed
*> is named there, unpriced.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
01 Flagged-Days    Pic 9(3) Value 0.
01 Month-Our-Total Pic 9(9) Value 0.
01 Month-Inv-Total Pic 9(9) Value 0.
*> Per provider role: the month's calls and the rate that prices
*> them (the one on the latest-dated INVOICE line that carries one).
01 Role-Rate-Table.
05 Role-Rate-Entry Occurs 10 times.
10 RRT-Provider-Role Pic X(8).
10 RRT-Rate-Date     Pic X(8).
10 RRT-Rate-Per-Call Pic 9(3)V9(5).
10 RRT-Month-Calls   Pic 9(9).
01 Role-Rate-Count Pic 9(2) Value 0.
01 Role-Rate-Idx   Pic 9(2) Value 0.
01 Role-Rate-Found-Flag Pic X Value 'N'.
88 Role-Rate-Found Value 'Y'.
01 Role-Charge       Pic 9(11)V9(5) Value 0.
01 Month-Charge      Pic 9(11)V9(5) Value 0.
01 Rate-Edit         Pic ZZ9.99999.
01 Charge-Edit       Pic Z(10)9.99.
COPY MSGREQ.
LINKAGE SECTION.
01 jcl-parm.
05 parm-len    Pic S9(3) binary.
Total-Provider-Stats.
Open Input Provider-Stat-File.
If not Provider-Stat-File-OK
Move Spaces to Message-Request
Move 'HWT0101E' to MRQ-Id
Move 'PROVSTAT' to MRQ-Insert(1)
Move '-- nothing to bill' to MRQ-Insert(2)
Perform Issue-Message
else
Perform Read-Next-Provstat-Record
Perform Total-One-Provstat-Record until Provstat-EOF
Add INV-Billed-Count to DPV-Invoice-Count(Day-Prov-Idx)
Move 'Y' to DPV-Invoice-Seen(Day-Prov-Idx)
End-If
If INV-Rate-Per-Call is numeric and INV-Rate-Per-Call > 0
Perform Find-Role-Rate-Slot
If Role-Rate-Found
and INV-Bill-Date not less RRT-Rate-Date(Role-Rate-Idx)
Move INV-Bill-Date to RRT-Rate-Date(Role-Rate-Idx)
Move INV-Rate-Per-Call to RRT-Rate-Per-Call(Role-Rate-Idx)
End-If
End-If
End-If
Perform Read-Next-Invoice-Record
.
*> Finds (or adds) Lookup-Role's slot in the rate table.
Find-Role-Rate-Slot.
Move 'N' to Role-Rate-Found-Flag.
Move 1 to Role-Rate-Idx.
Perform Search-Role-Rate-Slot
until Role-Rate-Idx > Role-Rate-Count or Role-Rate-Found.
If not Role-Rate-Found and Role-Rate-Count < 10
Add 1 to Role-Rate-Count
Move Role-Rate-Count to Role-Rate-Idx
Move Lookup-Role to RRT-Provider-Role(Role-Rate-Idx)
Move Spaces to RRT-Rate-Date(Role-Rate-Idx)
Move 0 to RRT-Rate-Per-Call(Role-Rate-Idx)
Move 0 to RRT-Month-Calls(Role-Rate-Idx)
Set Role-Rate-Found to true
End-If.
Search-Role-Rate-Slot.
If RRT-Provider-Role(Role-Rate-Idx) equal Lookup-Role
Set Role-Rate-Found to true
else
Add 1 to Role-Rate-Idx
End-If
.
Print-Statement.
Display "Expected-invoice statement (per provider per day):".
Perform Print-One-Statement-Line
Display "Our calls this month      : " Month-Our-Total.
Display "Invoice claims this month : " Month-Inv-Total.
Display "Days flagged over tolerance: " Flagged-Days.
Display "-----------------------------------------------".
Display "Expected charge (our calls at the keyed rate):".
Perform Print-One-Role-Charge
Varying Role-Rate-Idx From 1 By 1
Until Role-Rate-Idx > Role-Rate-Count.
Move Month-Charge to Charge-Edit.
Display "Expected charge this month: " Charge-Edit.
Print-One-Statement-Line.
Add DPV-Our-Count(Day-Prov-Idx) to Month-Our-Total.
Add DPV-Invoice-Count(Day-Prov-Idx) to Month-Inv-Total.
Move DPV-Provider-Role(Day-Prov-Idx) to Lookup-Role.
Perform Find-Role-Rate-Slot.
If Role-Rate-Found
Add DPV-Our-Count(Day-Prov-Idx)
to RRT-Month-Calls(Role-Rate-Idx)
End-If.
If DPV-Invoice-Seen(Day-Prov-Idx) equal 'Y'
Compute Divergence-Amount =
DPV-Invoice-Count(Day-Prov-Idx)
" billed=(not keyed)"
End-If
.
Print-One-Role-Charge.
If RRT-Rate-Per-Call(Role-Rate-Idx) > 0
Compute Role-Charge =
RRT-Month-Calls(Role-Rate-Idx)
* RRT-Rate-Per-Call(Role-Rate-Idx)
Add Role-Charge to Month-Charge
Move RRT-Rate-Per-Call(Role-Rate-Idx) to Rate-Edit
Move Role-Charge to Charge-Edit
Display "   " RRT-Provider-Role(Role-Rate-Idx)
" calls=" RRT-Month-Calls(Role-Rate-Idx)
" rate=" Rate-Edit " charge=" Charge-Edit
else
Display "   " RRT-Provider-Role(Role-Rate-Idx)
" calls=" RRT-Month-Calls(Role-Rate-Idx)
" rate=(not keyed)"
End-If
.
*> PROVSTAT's daily total beside AUDITLOG's independent count of
*> the same day's real requests -- when these two drift apart the
*> problem is ours, not the provider's.
Add DPV-Our-Count(Day-Prov-Idx) to Provstat-Day-Total
End-If
.
Issue-Message.
Call 'HWTHMSGF' using Message-Request.
Display Function Trim(MRQ-Line).
End Program HWTHINVR.
