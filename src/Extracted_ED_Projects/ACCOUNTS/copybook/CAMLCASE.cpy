001400*---------------------------------------------------------------* camlcase
001500* Monitoring case written by AMLSCAN when a rule scores a hit,  * camlcase
001600* with up to five supporting transaction references attached.   * camlcase
001650* KITESCAN opens 'KITE' cases the same way for cheque kiting.   * camlcase
001660* ATOSCAN opens 'ATO ' cases for the fraud team on takeover.    * camlcase
001670* ACCTRDRT opens 'RDI ' cases on repeat returned deposits.      * camlcase
001700* Investigators clear or escalate cases through AMLREVW and    * camlcase
001800* the disposition stays on the row for the audit trail.        * camlcase
001900***************************************************************** camlcase
