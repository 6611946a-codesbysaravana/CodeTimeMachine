*> ITSMCFG - Incident-ticket (ITSM) endpoint, one record.  When the
*> ITSMCFG DD is allocated HWTHXCB1 opens an ITSM ticket for every
*> alert episode that reaches the ticketing tier, adds an update when
*> the episode's tier escalates and resolves the ticket when the alert
*> auto-closes -- the tickets nobody has to key by hand.  The API is
*> the table style: POST to the path opens a ticket, PUT to the path
*> plus '/' and the ticket number updates it.  The Authorization
*> header comes from SECRETS (SEC-Itsm-Auth-Header), never from here.
01 Itsm-Config-Record.
*> Blank scheme is https; zero port is 443.
05 ITC-Scheme       Pic X(5).
05 Filler           Pic X(1).
05 ITC-Host         Pic X(50).
05 Filler           Pic X(1).
05 ITC-Port         Pic 9(5).
05 Filler           Pic X(1).
*> The ticket collection, e.g. /api/now/table/incident.
05 ITC-Path         Pic X(60).
05 Filler           Pic X(1).
*> Name of the ticket-number field in the ITSM's reply (looked for
*> inside a "result" object when the reply has one).  Blank is
*> number.
05 ITC-Ticket-Field Pic X(20).
05 Filler           Pic X(1).
*> Lowest tier that raises a ticket: SEVERE (the default, when blank)
*> or CRITICAL.
05 ITC-Min-Tier     Pic X(8).
